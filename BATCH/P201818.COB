       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201818.
       AUTHOR. LEANDRO.
      **************************************************
      * DEPRECIACAO MENSAL DO PATRIMONIO POR CENTRO DE   *
      * CUSTO - PARA O MES DE REFERENCIA DO CARTAO SYSIN *
      * (AAAAMM). LINHA RETA PELA VIDA UTIL EM MESES DO  *
      * CADPATRI, A PARTIR DO MES SEGUINTE AO DA         *
      * AQUISICAO; A ULTIMA QUOTA FECHA O VALOR DO BEM   *
      * (SOBRA DO ARREDONDAMENTO). O BEM BAIXADO         *
      * DEPRECIA ATE O MES DA BAIXA. NADA E GRAVADO: A   *
      * ACUMULADA SAI DAS DATAS, ENTAO O MES PODE SER    *
      * RERODADO. O CENTRO DE CUSTO VEM DO DEPARTAMENTO  *
      * DO BEM NO CADEPTO (NOME VIA P201617). LISTA CADA *
      * BEM EM USO COM VALOR, QUOTA DO MES, ACUMULADA E  *
      * RESIDUAL, COM TOTAL POR CENTRO E GERAL. SAI PELO *
      * MODULO COMUM P201675.                            *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPATRI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PAT-PLAQUETA
                    FILE STATUS  IS ST-PATRI.
       SELECT CADEPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO-EPTO
                    FILE STATUS  IS ST-EPTO.
       SELECT WORK-FILE ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPATRI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPATRI.DAT".
           COPY PATRIREC.
       FD CADEPTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPTO.DAT".
       01 REGDEPTO.
                03 CODIGO-EPTO   PIC 9(03).
                03 DENOMINACAO-EPTO PIC X(15).
                03 CENTROCUSTO   PIC 9(1).
                03 SIT-REGISTRO-EPTO PIC X(01) VALUE "A".
                   88 SIT-ATIVO-EPTO     VALUE "A".
                   88 SIT-EXCLUIDO-EPTO  VALUE "E".
                03 FILLER        PIC X(39).
       SD WORK-FILE.
       01 WORK-REC.
                03 WK-CC          PIC 9(01).
                03 WK-PLAQUETA    PIC 9(06).
                03 WK-DESCRICAO   PIC X(40).
                03 WK-DEPTO       PIC 9(03).
                03 WK-AQUISICAO   PIC 9(08).
                03 WK-VALOR       PIC 9(08)V99.
                03 WK-VIDA-UTIL   PIC 9(03).
                03 WK-QUOTA       PIC 9(08)V99.
                03 WK-ACUMULADA   PIC 9(08)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "DEPRECIACAO DO PATRIMONIO POR CENTRO".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201818".
       77 ST-PATRI          PIC X(02) VALUE "00".
       77 ST-EPTO           PIC X(02) VALUE "00".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201818".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 W-PARM-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-SEM-EPTO        PIC X(01) VALUE "N".
       77 W-PRIMEIRA        PIC X(01) VALUE "S".
       77 W-CC-ANT          PIC 9(01) VALUE ZEROS.
       77 W-CC-ACHOU        PIC X(01) VALUE "N".
       77 W-CC-DENOM        PIC X(30) VALUE SPACES.
       77 W-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-MESES-REF       PIC 9(06) VALUE ZEROS.
       77 W-MESES-AQU       PIC 9(06) VALUE ZEROS.
       77 W-MESES-BXA       PIC 9(06) VALUE ZEROS.
       77 W-DECORRIDOS      PIC S9(06) VALUE ZEROS.
       77 W-QUOTA-PADRAO    PIC 9(08)V99 VALUE ZEROS.
       77 W-NIV             PIC 9(01) COMP VALUE ZEROS.
       01 W-ANOMES-R.
                03 W-AM-ANO      PIC 9(04).
                03 W-AM-MES      PIC 9(02).
      *
      * TOTAIS: 1 = DO CENTRO, 2 = GERAL
      *
       01 TABELA-TOTAIS.
                03 TOT-NIVEL OCCURS 2 TIMES.
                   05 TOT-QTDE       PIC 9(05).
                   05 TOT-VALOR      PIC 9(10)V99.
                   05 TOT-QUOTA      PIC 9(10)V99.
                   05 TOT-ACUMULADA  PIC 9(10)V99.
                   05 TOT-RESIDUAL   PIC 9(10)V99.
       01 LINHA-PARM.
                03 FILLER        PIC X(13) VALUE "REFERENCIA: ".
                03 LP-ANOMES     PIC 9(06).
       01 LINHA-CC.
                03 FILLER        PIC X(07) VALUE "CENTRO ".
                03 LL-CC         PIC 9(01).
                03 FILLER        PIC X(03) VALUE " - ".
                03 LL-DENOM      PIC X(30).
       01 LINHA-CAB1.
                03 FILLER        PIC X(48) VALUE
                   "PLAQUETA DESCRICAO".
                03 FILLER        PIC X(31) VALUE
                   "DEP AQUISICAO        VALOR VIDA".
                03 FILLER        PIC X(40) VALUE
                   " QUOTA MES     ACUMULADA      RESIDUAL".
       01 LINHA-DET.
                03 LD-PLAQUETA   PIC 9(06).
                03 FILLER        PIC X(03) VALUE SPACES.
                03 LD-DESCRICAO  PIC X(38).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-DEPTO      PIC 9(03).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-AQUISICAO  PIC 9(08).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-VALOR      PIC ZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-VIDA       PIC ZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-QUOTA      PIC ZZZZZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-ACUMULADA  PIC ZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-RESIDUAL   PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-TOT.
                03 LTT-ROTULO    PIC X(20).
                03 FILLER        PIC X(06) VALUE "BENS: ".
                03 LTT-QTDE      PIC ZZZZ9.
                03 FILLER        PIC X(08) VALUE "  VALOR:".
                03 LTT-VALOR     PIC Z.ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(08) VALUE "  QUOTA:".
                03 LTT-QUOTA     PIC Z.ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(12) VALUE "  ACUMULADA:".
                03 LTT-ACUMULADA PIC Z.ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(11) VALUE "  RESIDUAL:".
                03 LTT-RESIDUAL  PIC Z.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                PERFORM ACEITA-PARM THRU ACEITA-PARM-FIM
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE W-PARM-ANOMES TO LP-ANOMES
                MOVE LINHA-PARM TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           SORT WORK-FILE
                ON ASCENDING KEY WK-CC WK-PLAQUETA
                INPUT PROCEDURE  IS LE-PATRI THRU LE-PATRI-FIM
                OUTPUT PROCEDURE IS LISTA THRU LISTA-FIM.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE 2 TO W-NIV
                MOVE "TOTAL GERAL" TO LTT-ROTULO
                PERFORM MONTA-TOTAL THRU MONTA-TOTAL-FIM
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE "F" TO W-RC-EVENTO
                MOVE W-CONT-LIDOS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                STOP RUN.
      *
       ACEITA-PARM.
                ACCEPT W-PARM-ANOMES
                IF W-PARM-ANOMES NOT NUMERIC OR W-PARM-ANOMES = ZEROS
                   DISPLAY "PARAMETRO DE REFERENCIA INVALIDO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE W-PARM-ANOMES TO W-ANOMES-R
                IF W-AM-MES < 01 OR W-AM-MES > 12
                   DISPLAY "PARAMETRO DE REFERENCIA INVALIDO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                COMPUTE W-MESES-REF = W-AM-ANO * 12 + W-AM-MES
                MOVE ZEROS TO TABELA-TOTAIS.
       ACEITA-PARM-FIM.
                EXIT.
      *
      *****************************************
      * CALCULA A DEPRECIACAO DE CADA BEM EM   *
      * USO NO MES E SOLTA PARA O SORT POR     *
      * CENTRO DE CUSTO. SEM O CADEPTO OU SEM  *
      * O DEPARTAMENTO, O BEM CAI NO CENTRO 0  *
      *****************************************
       LE-PATRI.
                OPEN INPUT CADPATRI
                IF ST-PATRI NOT = "00"
                   DISPLAY "SEM ARQUIVO CADPATRI: " ST-PATRI
                   GO TO LE-PATRI-FIM.
                OPEN INPUT CADEPTO
                IF ST-EPTO NOT = "00"
                   DISPLAY "SEM ARQUIVO CADEPTO: " ST-EPTO
                   MOVE "S" TO W-SEM-EPTO.
       LE-PATRI1.
                READ CADPATRI NEXT RECORD
                   AT END
                      GO TO LE-PATRI9
                   NOT AT END
                      NEXT SENTENCE.
                COMPUTE W-MESES-AQU = PAT-AQU-ANO * 12 + PAT-AQU-MES
                COMPUTE W-DECORRIDOS = W-MESES-REF - W-MESES-AQU
                IF W-DECORRIDOS < 1
                   GO TO LE-PATRI1.
                IF PAT-BAIXADO
                   COMPUTE W-MESES-BXA = PAT-BXA-ANO * 12 + PAT-BXA-MES
                   IF W-MESES-BXA < W-MESES-REF
                      GO TO LE-PATRI1.
                ADD 1 TO W-CONT-LIDOS
                PERFORM CALCULA-QUOTA THRU CALCULA-QUOTA-FIM
                MOVE ZEROS TO WK-CC
                IF W-SEM-EPTO = "N"
                   MOVE PAT-DEPTO TO CODIGO-EPTO
                   READ CADEPTO
                   IF ST-EPTO = "00"
                      MOVE CENTROCUSTO TO WK-CC.
                MOVE PAT-PLAQUETA   TO WK-PLAQUETA
                MOVE PAT-DESCRICAO  TO WK-DESCRICAO
                MOVE PAT-DEPTO      TO WK-DEPTO
                MOVE PAT-AQUISICAO  TO WK-AQUISICAO
                MOVE PAT-VALOR      TO WK-VALOR
                MOVE PAT-VIDA-UTIL  TO WK-VIDA-UTIL
                RELEASE WORK-REC
                GO TO LE-PATRI1.
       LE-PATRI9.
                CLOSE CADPATRI
                IF W-SEM-EPTO = "N"
                   CLOSE CADEPTO.
       LE-PATRI-FIM.
                EXIT.
      *
      *****************************************
      * LINHA RETA: QUOTA = VALOR / VIDA UTIL. *
      * NO ULTIMO MES A QUOTA FECHA O VALOR;   *
      * DEPOIS DA VIDA UTIL NAO HA QUOTA E A   *
      * ACUMULADA E O PROPRIO VALOR            *
      *****************************************
       CALCULA-QUOTA.
                DIVIDE PAT-VALOR BY PAT-VIDA-UTIL
                       GIVING W-QUOTA-PADRAO ROUNDED
                IF W-DECORRIDOS > PAT-VIDA-UTIL
                   MOVE ZEROS TO WK-QUOTA
                   MOVE PAT-VALOR TO WK-ACUMULADA
                   GO TO CALCULA-QUOTA-FIM.
                IF W-DECORRIDOS = PAT-VIDA-UTIL
                   COMPUTE WK-QUOTA = PAT-VALOR
                           - (W-QUOTA-PADRAO * (PAT-VIDA-UTIL - 1))
                   MOVE PAT-VALOR TO WK-ACUMULADA
                   GO TO CALCULA-QUOTA-FIM.
                MOVE W-QUOTA-PADRAO TO WK-QUOTA
                COMPUTE WK-ACUMULADA = W-QUOTA-PADRAO * W-DECORRIDOS.
       CALCULA-QUOTA-FIM.
                EXIT.
      *
      *****************************************
      * QUEBRA POR CENTRO DE CUSTO             *
      *****************************************
       LISTA.
                MOVE "S" TO W-PRIMEIRA.
       LISTA1.
                RETURN WORK-FILE
                   AT END
                      GO TO LISTA9
                   NOT AT END
                      NEXT SENTENCE.
                IF W-PRIMEIRA = "S"
                   MOVE "N" TO W-PRIMEIRA
                   MOVE WK-CC TO W-CC-ANT
                   PERFORM CABECALHO-CC THRU CABECALHO-CC-FIM.
                IF WK-CC NOT = W-CC-ANT
                   PERFORM IMPRIME-CC THRU IMPRIME-CC-FIM
                   MOVE WK-CC TO W-CC-ANT
                   PERFORM CABECALHO-CC THRU CABECALHO-CC-FIM.
                MOVE WK-PLAQUETA   TO LD-PLAQUETA
                MOVE WK-DESCRICAO  TO LD-DESCRICAO
                MOVE WK-DEPTO      TO LD-DEPTO
                MOVE WK-AQUISICAO  TO LD-AQUISICAO
                MOVE WK-VALOR      TO LD-VALOR
                MOVE WK-VIDA-UTIL  TO LD-VIDA
                MOVE WK-QUOTA      TO LD-QUOTA
                MOVE WK-ACUMULADA  TO LD-ACUMULADA
                COMPUTE LD-RESIDUAL = WK-VALOR - WK-ACUMULADA
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                ADD 1 TO TOT-QTDE (1) TOT-QTDE (2)
                ADD WK-VALOR TO TOT-VALOR (1) TOT-VALOR (2)
                ADD WK-QUOTA TO TOT-QUOTA (1) TOT-QUOTA (2)
                ADD WK-ACUMULADA TO TOT-ACUMULADA (1) TOT-ACUMULADA (2)
                GO TO LISTA1.
       LISTA9.
                IF W-PRIMEIRA = "N"
                   PERFORM IMPRIME-CC THRU IMPRIME-CC-FIM.
       LISTA-FIM.
                EXIT.
      *
       CABECALHO-CC.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CC-ANT TO LL-CC
                MOVE "N" TO W-CC-ACHOU
                MOVE SPACES TO W-CC-DENOM
                IF W-CC-ANT = ZEROS
                   MOVE "*** DEPARTAMENTO SEM CENTRO ***" TO W-CC-DENOM
                ELSE
                   CALL "P201617" USING W-CC-ANT W-CC-DENOM W-CC-ACHOU.
                MOVE W-CC-DENOM TO LL-DENOM
                MOVE LINHA-CC TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       CABECALHO-CC-FIM.
                EXIT.
      *
       IMPRIME-CC.
                MOVE 1 TO W-NIV
                MOVE "TOTAL DO CENTRO" TO LTT-ROTULO
                PERFORM MONTA-TOTAL THRU MONTA-TOTAL-FIM
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE ZEROS TO TOT-NIVEL (1).
       IMPRIME-CC-FIM.
                EXIT.
      *
       MONTA-TOTAL.
                COMPUTE TOT-RESIDUAL (W-NIV) = TOT-VALOR (W-NIV)
                                             - TOT-ACUMULADA (W-NIV)
                MOVE TOT-QTDE (W-NIV)      TO LTT-QTDE
                MOVE TOT-VALOR (W-NIV)     TO LTT-VALOR
                MOVE TOT-QUOTA (W-NIV)     TO LTT-QUOTA
                MOVE TOT-ACUMULADA (W-NIV) TO LTT-ACUMULADA
                MOVE TOT-RESIDUAL (W-NIV)  TO LTT-RESIDUAL
                MOVE LINHA-TOT TO LINHA-REL.
       MONTA-TOTAL-FIM.
                EXIT.
      *
      ***********************
      * ROTINA DE IMPRESSAO *
      ***********************
      *
       ROT-IMPRIME.
                MOVE "D" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL.
       ROT-IMPRIME-FIM.
                EXIT.
       ROT-IMPRIME-TOT.
                MOVE "T" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL.
       ROT-IMPRIME-TOT-FIM.
                EXIT.
