       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201820.
       AUTHOR. LEANDRO.
      **************************************************
      * CONFRONTO DO INVENTARIO FISICO - LE AS PLAQUETAS *
      * CONTADAS NO ARQUIVO CONTAGEM (SALA + PLAQUETA,   *
      * DIGITADAS DA FOLHA DO P201819) E CONFRONTA COM O *
      * CADPATRI. SO AS SALAS QUE APARECEM NA CONTAGEM   *
      * SAO CONSIDERADAS INVENTARIADAS. LISTA:           *
      *   FALTANTE  - BEM ATIVO DE SALA INVENTARIADA QUE *
      *               NAO FOI CONTADO EM LUGAR NENHUM    *
      *   SOBRA     - PLAQUETA CONTADA SEM CADASTRO OU   *
      *               DE BEM JA BAIXADO                  *
      *   FORA DO LUGAR - BEM CONTADO EM SALA DIFERENTE  *
      *               DA DO CADASTRO (A CORRECAO E UMA   *
      *               TRANSFERENCIA NO FP201817)         *
      * PLAQUETA CONTADA DUAS VEZES VALE A PRIMEIRA; AS  *
      * REPETIDAS E AS LINHAS INVALIDAS SO SAO CONTADAS  *
      * NO RESUMO. NADA E ALTERADO NO CADPATRI. SAI PELO *
      * MODULO COMUM P201675.                            *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTAGEM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CONT.
       SELECT CADPATRI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAT-PLAQUETA
                    FILE STATUS  IS ST-PATRI.
       SELECT WORK-FILE ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CONTAGEM
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "CONTAGEM.TXT".
       01 REGCONT.
                03 CNT-SALA        PIC X(05).
                03 CNT-PLAQUETA    PIC 9(06).
                03 FILLER          PIC X(69).
       FD CADPATRI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPATRI.DAT".
           COPY PATRIREC.
       SD WORK-FILE.
       01 WORK-REC.
                03 WK-TIPO        PIC 9(01).
                03 WK-SALA        PIC X(05).
                03 WK-PLAQUETA    PIC 9(06).
                03 WK-DESCRICAO   PIC X(40).
                03 WK-SALA-CAD    PIC X(05).
                03 WK-DEPTO       PIC 9(03).
                03 WK-VALOR       PIC 9(08)V99.
                03 WK-OBS         PIC X(20).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "INVENTARIO - CONFRONTO DA CONTAGEM".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201820".
       77 ST-CONT           PIC X(02) VALUE "00".
       77 ST-PATRI          PIC X(02) VALUE "00".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201820".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 W-SEM-PATRI       PIC X(01) VALUE "N".
       77 W-TAB-CHEIA       PIC X(01) VALUE "N".
       77 W-ACHOU-TAB       PIC X(01) VALUE "N".
       77 W-PRIMEIRA        PIC X(01) VALUE "S".
       77 W-TIPO-ANT        PIC 9(01) VALUE ZEROS.
       77 W-IND             PIC 9(05) COMP VALUE ZEROS.
       77 W-QTD-CONTADO     PIC 9(05) COMP VALUE ZEROS.
       77 W-QTD-SALA        PIC 9(05) COMP VALUE ZEROS.
       77 W-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-CONT-INVALIDOS  PIC 9(07) VALUE ZEROS.
       77 W-CONT-REPETIDOS  PIC 9(07) VALUE ZEROS.
       77 W-CONT-CONFERE    PIC 9(07) VALUE ZEROS.
       77 W-CONT-TIPO       PIC 9(07) VALUE ZEROS.
       77 W-VALOR-TIPO      PIC 9(10)V99 VALUE ZEROS.
       77 W-BUSCA-SALA      PIC X(05) VALUE SPACES.
       77 W-BUSCA-PLAQUETA  PIC 9(06) VALUE ZEROS.
      *
      * PLAQUETAS CONTADAS (A PRIMEIRA SALA EM QUE APARECERAM) E
      * SALAS INVENTARIADAS, MONTADAS NUMA UNICA PASSAGEM PELA
      * CONTAGEM
      *
       01 TABELA-CONTADO.
                03 TC-ITEM OCCURS 9000 TIMES.
                   05 TC-SALA       PIC X(05).
                   05 TC-PLAQUETA   PIC 9(06).
       01 TABELA-SALAS.
                03 TS-SALA OCCURS 500 TIMES PIC X(05).
      *
      * 1 = FALTANTE, 2 = SOBRA, 3 = FORA DO LUGAR
      *
       01 TABELA-TIPOS.
                03 FILLER        PIC X(15) VALUE "FALTANTES".
                03 FILLER        PIC X(15) VALUE "SOBRAS".
                03 FILLER        PIC X(15) VALUE "FORA DO LUGAR".
       01 TABELA-TIPOS-R REDEFINES TABELA-TIPOS.
                03 TT-NOME OCCURS 3 TIMES PIC X(15).
       01 TABELA-QTDES.
                03 TQ-QTDE OCCURS 3 TIMES PIC 9(07).
       01 LINHA-TIPO.
                03 FILLER        PIC X(04) VALUE "*** ".
                03 LTP-NOME      PIC X(15).
                03 FILLER        PIC X(04) VALUE " ***".
       01 LINHA-CAB1.
                03 FILLER        PIC X(58) VALUE
                   "SALA  PLAQUETA DESCRICAO".
                03 FILLER        PIC X(74) VALUE
                   "CADASTRO DEP         VALOR OBSERVACAO".
       01 LINHA-DET.
                03 LD-SALA       PIC X(05).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-PLAQUETA   PIC 9(06).
                03 FILLER        PIC X(03) VALUE SPACES.
                03 LD-DESCRICAO  PIC X(40).
                03 FILLER        PIC X(03) VALUE SPACES.
                03 LD-SALA-CAD   PIC X(05).
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LD-DEPTO      PIC 9(03).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-VALOR      PIC ZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-OBS        PIC X(20).
       01 LINHA-TOT-TIPO.
                03 FILLER        PIC X(07) VALUE "TOTAL: ".
                03 LTT-QTDE      PIC ZZZZZZ9.
                03 FILLER        PIC X(09) VALUE "  VALOR: ".
                03 LTT-VALOR     PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 LINHA-RESUMO.
                03 LR-ROTULO     PIC X(30).
                03 LR-QTDE       PIC ZZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                MOVE ZEROS TO TABELA-QTDES
                PERFORM CARREGA-CONTAGEM THRU CARREGA-CONTAGEM-FIM
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
           SORT WORK-FILE
                ON ASCENDING KEY WK-TIPO WK-SALA WK-PLAQUETA
                INPUT PROCEDURE  IS CONFRONTA THRU CONFRONTA-FIM
                OUTPUT PROCEDURE IS LISTA THRU LISTA-FIM.
                PERFORM RESUMO THRU RESUMO-FIM
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE "F" TO W-RC-EVENTO
                MOVE W-CONT-LIDOS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                STOP RUN.
      *
      *****************************************
      * MONTA AS TABELAS DE PLAQUETAS CONTADAS *
      * E DE SALAS INVENTARIADAS               *
      *****************************************
       CARREGA-CONTAGEM.
                OPEN INPUT CONTAGEM
                IF ST-CONT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONTAGEM: "
                                                             ST-CONT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
       CARREGA-CONTAGEM1.
                READ CONTAGEM
                   AT END
                      GO TO CARREGA-CONTAGEM2
                   NOT AT END
                      NEXT SENTENCE.
                ADD 1 TO W-CONT-LIDOS
                IF CNT-SALA = SPACES OR CNT-PLAQUETA NOT NUMERIC
                   ADD 1 TO W-CONT-INVALIDOS
                   GO TO CARREGA-CONTAGEM1.
                MOVE CNT-SALA TO W-BUSCA-SALA
                MOVE CNT-PLAQUETA TO W-BUSCA-PLAQUETA
                MOVE "N" TO W-ACHOU-TAB
                PERFORM BUSCA-CONTADO THRU BUSCA-CONTADO-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > W-QTD-CONTADO OR W-ACHOU-TAB = "S"
                IF W-ACHOU-TAB = "S"
                   ADD 1 TO W-CONT-REPETIDOS
                   GO TO CARREGA-CONTAGEM1.
                IF W-QTD-CONTADO NOT < 9000
                   IF W-TAB-CHEIA NOT = "S"
                      MOVE "S" TO W-TAB-CHEIA
                      DISPLAY "TABELA DE PLAQUETAS CHEIA (9000) - "
                              "CONFRONTO INCOMPLETO".
                IF W-TAB-CHEIA = "S"
                   GO TO CARREGA-CONTAGEM1.
                ADD 1 TO W-QTD-CONTADO
                MOVE CNT-SALA     TO TC-SALA (W-QTD-CONTADO)
                MOVE CNT-PLAQUETA TO TC-PLAQUETA (W-QTD-CONTADO)
                MOVE "N" TO W-ACHOU-TAB
                PERFORM BUSCA-SALA THRU BUSCA-SALA-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > W-QTD-SALA OR W-ACHOU-TAB = "S"
                IF W-ACHOU-TAB = "N" AND W-QTD-SALA < 500
                   ADD 1 TO W-QTD-SALA
                   MOVE CNT-SALA TO TS-SALA (W-QTD-SALA).
                GO TO CARREGA-CONTAGEM1.
       CARREGA-CONTAGEM2.
                CLOSE CONTAGEM.
       CARREGA-CONTAGEM-FIM.
                EXIT.
      *
       BUSCA-CONTADO.
                IF TC-PLAQUETA (W-IND) = W-BUSCA-PLAQUETA
                   MOVE "S" TO W-ACHOU-TAB.
       BUSCA-CONTADO-FIM.
                EXIT.
      *
       BUSCA-SALA.
                IF TS-SALA (W-IND) = W-BUSCA-SALA
                   MOVE "S" TO W-ACHOU-TAB.
       BUSCA-SALA-FIM.
                EXIT.
      *
      *****************************************
      * 1A PASSAGEM: CADA PLAQUETA CONTADA     *
      * CONTRA O CADASTRO (SOBRA / FORA DO     *
      * LUGAR). 2A PASSAGEM: CADA BEM ATIVO DE *
      * SALA INVENTARIADA CONTRA A TABELA      *
      * (FALTANTE)                             *
      *****************************************
       CONFRONTA.
                OPEN INPUT CADPATRI
                IF ST-PATRI NOT = "00"
                   DISPLAY "SEM ARQUIVO CADPATRI: " ST-PATRI
                   MOVE "S" TO W-SEM-PATRI.
                PERFORM CONFERE-CONTADO THRU CONFERE-CONTADO-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > W-QTD-CONTADO.
                IF W-SEM-PATRI = "S"
                   GO TO CONFRONTA-FIM.
                MOVE ZEROS TO PAT-PLAQUETA
                START CADPATRI KEY IS NOT LESS THAN PAT-PLAQUETA
                   INVALID KEY
                      GO TO CONFRONTA9.
       CONFRONTA1.
                READ CADPATRI NEXT RECORD
                   AT END
                      GO TO CONFRONTA9
                   NOT AT END
                      NEXT SENTENCE.
                IF NOT PAT-ATIVO
                   GO TO CONFRONTA1.
                MOVE PAT-SALA TO W-BUSCA-SALA
                MOVE "N" TO W-ACHOU-TAB
                PERFORM BUSCA-SALA THRU BUSCA-SALA-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > W-QTD-SALA OR W-ACHOU-TAB = "S"
                IF W-ACHOU-TAB = "N"
                   GO TO CONFRONTA1.
                MOVE PAT-PLAQUETA TO W-BUSCA-PLAQUETA
                MOVE "N" TO W-ACHOU-TAB
                PERFORM BUSCA-CONTADO THRU BUSCA-CONTADO-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > W-QTD-CONTADO OR W-ACHOU-TAB = "S"
                IF W-ACHOU-TAB = "S"
                   GO TO CONFRONTA1.
                MOVE 1 TO WK-TIPO
                MOVE PAT-SALA TO WK-SALA
                MOVE "NAO CONTADO" TO WK-OBS
                PERFORM SOLTA-BEM THRU SOLTA-BEM-FIM
                GO TO CONFRONTA1.
       CONFRONTA9.
                CLOSE CADPATRI.
       CONFRONTA-FIM.
                EXIT.
      *
       CONFERE-CONTADO.
                MOVE TC-SALA (W-IND) TO WK-SALA
                IF W-SEM-PATRI = "S"
                   MOVE "23" TO ST-PATRI
                ELSE
                   MOVE TC-PLAQUETA (W-IND) TO PAT-PLAQUETA
                   READ CADPATRI.
                IF ST-PATRI NOT = "00"
                   MOVE 2 TO WK-TIPO
                   MOVE TC-PLAQUETA (W-IND) TO WK-PLAQUETA
                   MOVE SPACES TO WK-DESCRICAO WK-SALA-CAD
                   MOVE ZEROS TO WK-DEPTO WK-VALOR
                   MOVE "SEM CADASTRO" TO WK-OBS
                   RELEASE WORK-REC
                   GO TO CONFERE-CONTADO-FIM.
                IF PAT-BAIXADO
                   MOVE 2 TO WK-TIPO
                   MOVE "BEM BAIXADO" TO WK-OBS
                   PERFORM SOLTA-BEM THRU SOLTA-BEM-FIM
                   GO TO CONFERE-CONTADO-FIM.
                IF PAT-SALA NOT = TC-SALA (W-IND)
                   MOVE 3 TO WK-TIPO
                   MOVE "TRANSFERIR OU VOLTAR" TO WK-OBS
                   PERFORM SOLTA-BEM THRU SOLTA-BEM-FIM
                   GO TO CONFERE-CONTADO-FIM.
                ADD 1 TO W-CONT-CONFERE.
       CONFERE-CONTADO-FIM.
                EXIT.
      *
       SOLTA-BEM.
                MOVE PAT-PLAQUETA  TO WK-PLAQUETA
                MOVE PAT-DESCRICAO TO WK-DESCRICAO
                MOVE PAT-SALA      TO WK-SALA-CAD
                MOVE PAT-DEPTO     TO WK-DEPTO
                MOVE PAT-VALOR     TO WK-VALOR
                RELEASE WORK-REC.
       SOLTA-BEM-FIM.
                EXIT.
      *
      *****************************************
      * QUEBRA POR TIPO DE DIFERENCA           *
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
                   MOVE WK-TIPO TO W-TIPO-ANT
                   PERFORM CABECALHO-TIPO THRU CABECALHO-TIPO-FIM.
                IF WK-TIPO NOT = W-TIPO-ANT
                   PERFORM FECHA-TIPO THRU FECHA-TIPO-FIM
                   MOVE WK-TIPO TO W-TIPO-ANT
                   PERFORM CABECALHO-TIPO THRU CABECALHO-TIPO-FIM.
                MOVE WK-SALA      TO LD-SALA
                MOVE WK-PLAQUETA  TO LD-PLAQUETA
                MOVE WK-DESCRICAO TO LD-DESCRICAO
                MOVE WK-SALA-CAD  TO LD-SALA-CAD
                MOVE WK-DEPTO     TO LD-DEPTO
                MOVE WK-VALOR     TO LD-VALOR
                MOVE WK-OBS       TO LD-OBS
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                ADD 1 TO W-CONT-TIPO
                ADD WK-VALOR TO W-VALOR-TIPO
                GO TO LISTA1.
       LISTA9.
                IF W-PRIMEIRA = "N"
                   PERFORM FECHA-TIPO THRU FECHA-TIPO-FIM.
       LISTA-FIM.
                EXIT.
      *
       CABECALHO-TIPO.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE TT-NOME (W-TIPO-ANT) TO LTP-NOME
                MOVE LINHA-TIPO TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE ZEROS TO W-CONT-TIPO W-VALOR-TIPO.
       CABECALHO-TIPO-FIM.
                EXIT.
      *
       FECHA-TIPO.
                MOVE W-CONT-TIPO TO LTT-QTDE TQ-QTDE (W-TIPO-ANT)
                MOVE W-VALOR-TIPO TO LTT-VALOR
                MOVE LINHA-TOT-TIPO TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       FECHA-TIPO-FIM.
                EXIT.
      *
      *****************************************
      * RESUMO DO CONFRONTO                    *
      *****************************************
       RESUMO.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE "LINHAS DA CONTAGEM LIDAS......" TO LR-ROTULO
                MOVE W-CONT-LIDOS TO LR-QTDE
                PERFORM ROT-RESUMO THRU ROT-RESUMO-FIM
                MOVE "LINHAS INVALIDAS (IGNORADAS)..." TO LR-ROTULO
                MOVE W-CONT-INVALIDOS TO LR-QTDE
                PERFORM ROT-RESUMO THRU ROT-RESUMO-FIM
                MOVE "PLAQUETAS REPETIDAS (IGNOR.).." TO LR-ROTULO
                MOVE W-CONT-REPETIDOS TO LR-QTDE
                PERFORM ROT-RESUMO THRU ROT-RESUMO-FIM
                MOVE "SALAS INVENTARIADAS..........." TO LR-ROTULO
                MOVE W-QTD-SALA TO LR-QTDE
                PERFORM ROT-RESUMO THRU ROT-RESUMO-FIM
                MOVE "BENS CONFERIDOS NO LUGAR......" TO LR-ROTULO
                MOVE W-CONT-CONFERE TO LR-QTDE
                PERFORM ROT-RESUMO THRU ROT-RESUMO-FIM
                MOVE "FALTANTES....................." TO LR-ROTULO
                MOVE TQ-QTDE (1) TO LR-QTDE
                PERFORM ROT-RESUMO THRU ROT-RESUMO-FIM
                MOVE "SOBRAS........................" TO LR-ROTULO
                MOVE TQ-QTDE (2) TO LR-QTDE
                PERFORM ROT-RESUMO THRU ROT-RESUMO-FIM
                MOVE "FORA DO LUGAR................." TO LR-ROTULO
                MOVE TQ-QTDE (3) TO LR-QTDE
                MOVE LINHA-RESUMO TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM.
       RESUMO-FIM.
                EXIT.
      *
       ROT-RESUMO.
                MOVE LINHA-RESUMO TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       ROT-RESUMO-FIM.
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
