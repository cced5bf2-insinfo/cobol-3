       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201778.
       AUTHOR. LEANDRO.
      **************************************************
      * GUIA DE RECOLHIMENTO DO FGTS - PARA O MES DE     *
      * REFERENCIA DO CARTAO SYSIN (AAAAMM), SOMA O FH-  *
      * FGTS GRAVADO NO FOLHAHIST.DAT PELAS FOLHAS DO    *
      * MES (MENSAL, 13O, FERIAS E RESCISAO; O           *
      * ADIANTAMENTO NAO TEM DEPOSITO PROPRIO) E         *
      * IMPRIME, POR CENTRO DE CUSTO (DEPARTAMENTO DA    *
      * LINHA MAPEADO NO CADEPTO.DAT, NOME VIA P201617): *
      * QUANTIDADE DE LANCAMENTOS, REMUNERACAO E FGTS.   *
      * DEPARTAMENTO SEM CENTRO OU NAO CADASTRADO SAI EM *
      * "SEM CENTRO". FECHA COM O TOTAL A DEPOSITAR. SAI *
      * PELO MODULO COMUM P201675.                       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO-EPTO
                    FILE STATUS  IS ST-EPTO.
       SELECT FOLHAHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FOLHAHIST
                    FILE STATUS  IS ST-HIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD FOLHAHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAHIST.DAT".
           COPY FOLHAHISTREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "GUIA DE RECOLHIMENTO DO FGTS".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201778".
       77 ST-EPTO           PIC X(02) VALUE "00".
       77 ST-HIST           PIC X(02) VALUE "00".
       77 W-PARM-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-CC              PIC 9(01) VALUE ZEROS.
       77 W-CC-ACHOU        PIC X(01) VALUE "N".
       77 W-CC-DENOM        PIC X(30) VALUE SPACES.
       77 W-SEMCC-QTD       PIC 9(05) VALUE ZEROS.
       77 W-SEMCC-BASE      PIC 9(10)V99 VALUE ZEROS.
       77 W-SEMCC-FGTS      PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-QTD         PIC 9(05) VALUE ZEROS.
       77 W-TOT-BASE        PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-FGTS        PIC 9(09)V99 VALUE ZEROS.
      *
      * UMA LINHA POR CENTRO DE CUSTO (CODIGO 1 A 9): LANCAMENTOS,
      * REMUNERACAO E FGTS DO MES
      *
       01 TABELA-CC.
                03 CC-ITEM OCCURS 9 TIMES.
                   05 TAB-QTD       PIC 9(05).
                   05 TAB-BASE      PIC 9(10)V99.
                   05 TAB-FGTS      PIC 9(09)V99.
       01 LINHA-CAB1.
                03 FILLER        PIC X(13) VALUE "REFERENCIA: ".
                03 LC-ANOMES     PIC 9(06).
       01 LINHA-CAB2.
                03 FILLER        PIC X(43)
                    VALUE "CENTRO DE CUSTO".
                03 FILLER        PIC X(12) VALUE " LANCAMENTOS".
                03 FILLER        PIC X(18)
                    VALUE "       REMUNERACAO".
                03 FILLER        PIC X(16)
                    VALUE "            FGTS".
       01 LINHA-CC.
                03 LL-CC         PIC 9(01).
                03 FILLER        PIC X(03) VALUE " - ".
                03 LL-DENOM      PIC X(30).
                03 FILLER        PIC X(09) VALUE SPACES.
                03 FILLER        PIC X(07) VALUE SPACES.
                03 LL-QTD        PIC ZZZZ9.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LL-BASE       PIC Z.ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LL-FGTS       PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOTAL.
                03 FILLER        PIC X(25)
                    VALUE "TOTAL A DEPOSITAR......: ".
                03 FILLER        PIC X(25) VALUE SPACES.
                03 LT-QTD        PIC ZZZZ9.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LT-BASE       PIC Z.ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LT-FGTS       PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-VAZIO       PIC X(80)
           VALUE "  (NENHUMA FOLHA COM FGTS NO MES DE REFERENCIA)".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-PARM-ANOMES
                IF W-PARM-ANOMES = ZEROS
                   DISPLAY "PARAMETRO DE REFERENCIA INVALIDO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM
                PERFORM APURA-FGTS THRU APURA-FGTS-FIM
                PERFORM IMPRIME-CENTROS THRU IMPRIME-CENTROS-FIM
                PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
                STOP RUN.
      *
       ABRE-ARQUIVOS.
                OPEN INPUT CADEPTO
                IF ST-EPTO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEPTO: "
                                                             ST-EPTO
                   STOP RUN.
                OPEN INPUT FOLHAHIST
                IF ST-HIST NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO FOLHAHIST: " ST-HIST
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE W-PARM-ANOMES TO LC-ANOMES
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB2 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       ABRE-ARQUIVOS-FIM.
                EXIT.
      *
      *****************************************
      * FGTS DO MES A PARTIR DO FOLHAHIST,     *
      * DEPARTAMENTO MAPEADO PARA O CENTRO     *
      *****************************************
       APURA-FGTS.
                READ FOLHAHIST NEXT RECORD
                   AT END
                      GO TO APURA-FGTS-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF FH-ANOMES NOT = W-PARM-ANOMES
                   GO TO APURA-FGTS.
      *
      * O ADIANTAMENTO (TIPO "A") JA ESTA INTEIRO NA LINHA MENSAL -
      * A REMUNERACAO DELE DOBRARIA A BASE DA GUIA
      *
                IF FH-ADIANTAMENTO
                   GO TO APURA-FGTS.
                IF FH-FGTS NOT NUMERIC
                   MOVE ZEROS TO FH-FGTS.
                ADD 1        TO W-TOT-QTD
                ADD FH-BRUTO TO W-TOT-BASE
                ADD FH-FGTS  TO W-TOT-FGTS
                MOVE FH-DEPTO TO CODIGO-EPTO
                READ CADEPTO
                IF ST-EPTO NOT = "00" OR CENTROCUSTO = ZEROS
                   ADD 1        TO W-SEMCC-QTD
                   ADD FH-BRUTO TO W-SEMCC-BASE
                   ADD FH-FGTS  TO W-SEMCC-FGTS
                   GO TO APURA-FGTS.
                ADD 1        TO TAB-QTD (CENTROCUSTO)
                ADD FH-BRUTO TO TAB-BASE (CENTROCUSTO)
                ADD FH-FGTS  TO TAB-FGTS (CENTROCUSTO)
                GO TO APURA-FGTS.
       APURA-FGTS-FIM.
                EXIT.
      *
      *****************************************
      * UMA LINHA POR CENTRO COM LANCAMENTO,   *
      * O "SEM CENTRO" E O TOTAL DA GUIA       *
      *****************************************
       IMPRIME-CENTROS.
                IF W-TOT-QTD = ZEROS
                   MOVE LINHA-VAZIO TO LINHA-REL
                   PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                   GO TO IMPRIME-CENTROS-FIM.
                PERFORM IMPRIME-CC THRU IMPRIME-CC-FIM
                  VARYING W-CC FROM 1 BY 1 UNTIL W-CC > 9.
                IF W-SEMCC-QTD = ZEROS
                   GO TO IMPRIME-CENTROS1.
                MOVE ZEROS        TO LL-CC
                MOVE "SEM CENTRO" TO LL-DENOM
                MOVE W-SEMCC-QTD  TO LL-QTD
                MOVE W-SEMCC-BASE TO LL-BASE
                MOVE W-SEMCC-FGTS TO LL-FGTS
                MOVE LINHA-CC TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-CENTROS1.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-TOT-QTD  TO LT-QTD
                MOVE W-TOT-BASE TO LT-BASE
                MOVE W-TOT-FGTS TO LT-FGTS
                MOVE LINHA-TOTAL TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM.
       IMPRIME-CENTROS-FIM.
                EXIT.
      *
       IMPRIME-CC.
                IF TAB-QTD (W-CC) = ZEROS
                   GO TO IMPRIME-CC-FIM.
                MOVE W-CC TO LL-CC
                MOVE "N" TO W-CC-ACHOU
                MOVE SPACES TO W-CC-DENOM
                CALL "P201617" USING W-CC W-CC-DENOM W-CC-ACHOU
                MOVE W-CC-DENOM       TO LL-DENOM
                MOVE TAB-QTD (W-CC)   TO LL-QTD
                MOVE TAB-BASE (W-CC)  TO LL-BASE
                MOVE TAB-FGTS (W-CC)  TO LL-FGTS
                MOVE LINHA-CC TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-CC-FIM.
                EXIT.
      *
       FECHA-ARQUIVOS.
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                CLOSE CADEPTO FOLHAHIST.
       FECHA-ARQUIVOS-FIM.
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
      *
       ROT-IMPRIME-TOT.
                MOVE "T" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL.
       ROT-IMPRIME-TOT-FIM.
                EXIT.
