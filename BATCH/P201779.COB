       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201779.
       AUTHOR. LEANDRO.
      **************************************************
      * EXTRATO DE FGTS DO FUNCIONARIO - PARA A          *
      * MATRICULA DO PRIMEIRO CARTAO SYSIN E O PERIODO   *
      * DOS DOIS SEGUINTES (AAAAMM INICIAL E FINAL;      *
      * FINAL EM ZEROS VALE ATE O ULTIMO MES GRAVADO),   *
      * LISTA AS LINHAS DO FOLHAHIST.DAT DA MATRICULA:   *
      * MES, TIPO DA FOLHA, REMUNERACAO, DEPOSITO DE     *
      * FGTS E SALDO ACUMULADO NO PERIODO. O             *
      * ADIANTAMENTO NAO TEM DEPOSITO PROPRIO E NAO      *
      * APARECE. NOME VIA CADFUNC.DAT. SAI PELO MODULO   *
      * COMUM P201675.                                   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FUN-MATRICULA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS FUN-NOME
                               WITH DUPLICATES.
       SELECT FOLHAHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FOLHAHIST
                    FILE STATUS  IS ST-HIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
           COPY FUNCREC.
       FD FOLHAHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAHIST.DAT".
           COPY FOLHAHISTREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "EXTRATO DE FGTS DO FUNCIONARIO".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201779".
       77 ST-FUNC           PIC X(02) VALUE "00".
       77 ST-HIST           PIC X(02) VALUE "00".
       77 W-PARM-MATRICULA  PIC 9(05) VALUE ZEROS.
       77 W-PARM-INICIO     PIC 9(06) VALUE ZEROS.
       77 W-PARM-FIM        PIC 9(06) VALUE ZEROS.
       77 W-SALDO           PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-BASE        PIC 9(10)V99 VALUE ZEROS.
       77 W-QTD             PIC 9(05) VALUE ZEROS.
       01 LINHA-CAB1.
                03 FILLER        PIC X(11) VALUE "MATRICULA ".
                03 LC-MATRICULA  PIC ZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LC-NOME       PIC X(30).
                03 FILLER        PIC X(11) VALUE "  PERIODO ".
                03 LC-INICIO     PIC 9(06).
                03 FILLER        PIC X(03) VALUE " A ".
                03 LC-FIM        PIC 9(06).
       01 LINHA-CAB2.
                03 FILLER        PIC X(19)
                    VALUE "MES     TIPO".
                03 FILLER        PIC X(16) VALUE "     REMUNERACAO".
                03 FILLER        PIC X(15) VALUE "       DEPOSITO".
                03 FILLER        PIC X(15) VALUE "          SALDO".
       01 LINHA-DET.
                03 LD-ANOMES     PIC 9(06).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-TIPO       PIC X(12).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-BASE       PIC ZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-FGTS       PIC ZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-SALDO      PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOTAL.
                03 FILLER        PIC X(20)
                    VALUE "SALDO DO PERIODO..: ".
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LT-BASE       PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(16) VALUE SPACES.
                03 LT-SALDO      PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-VAZIO       PIC X(80)
           VALUE "  (NENHUMA FOLHA DA MATRICULA NO PERIODO)".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-PARM-MATRICULA
                ACCEPT W-PARM-INICIO
                ACCEPT W-PARM-FIM
                IF W-PARM-MATRICULA = ZEROS
                   DISPLAY "PARAMETRO DE MATRICULA INVALIDO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                IF W-PARM-FIM = ZEROS
                   MOVE 999999 TO W-PARM-FIM.
                IF W-PARM-INICIO > W-PARM-FIM
                   DISPLAY "PERIODO INVALIDO: " W-PARM-INICIO
                           " A " W-PARM-FIM
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM
                PERFORM LISTA-HIST THRU LISTA-HIST-FIM
                PERFORM IMPRIME-TOTAL THRU IMPRIME-TOTAL-FIM
                PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
                STOP RUN.
      *
       ABRE-ARQUIVOS.
                OPEN INPUT CADFUNC
                IF ST-FUNC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: "
                                                             ST-FUNC
                   STOP RUN.
                MOVE W-PARM-MATRICULA TO FUN-MATRICULA
                READ CADFUNC
                IF ST-FUNC NOT = "00"
                   DISPLAY "MATRICULA NAO CADASTRADA: "
                           W-PARM-MATRICULA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT FOLHAHIST
                IF ST-HIST NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO FOLHAHIST: " ST-HIST
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE FUN-MATRICULA TO LC-MATRICULA
                MOVE FUN-NOME      TO LC-NOME
                MOVE W-PARM-INICIO TO LC-INICIO
                MOVE W-PARM-FIM    TO LC-FIM
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
      * LINHAS DA MATRICULA NO PERIODO, EM     *
      * ORDEM DE MES, COM O SALDO CORRENTE     *
      *****************************************
       LISTA-HIST.
                MOVE W-PARM-MATRICULA TO FH-MATRICULA
                MOVE W-PARM-INICIO    TO FH-ANOMES
                MOVE SPACES           TO FH-TIPO
                START FOLHAHIST KEY IS NOT < CHAVE-FOLHAHIST
                IF ST-HIST NOT = "00"
                   GO TO LISTA-HIST-FIM.
       LISTA-HIST1.
                READ FOLHAHIST NEXT RECORD
                   AT END
                      GO TO LISTA-HIST-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF FH-MATRICULA NOT = W-PARM-MATRICULA
                   GO TO LISTA-HIST-FIM.
                IF FH-ANOMES > W-PARM-FIM
                   GO TO LISTA-HIST-FIM.
                IF FH-ADIANTAMENTO
                   GO TO LISTA-HIST1.
                IF FH-FGTS NOT NUMERIC
                   MOVE ZEROS TO FH-FGTS.
                ADD 1        TO W-QTD
                ADD FH-BRUTO TO W-TOT-BASE
                ADD FH-FGTS  TO W-SALDO
                MOVE FH-ANOMES TO LD-ANOMES
                MOVE FH-TIPO   TO LD-TIPO
                IF FH-MENSAL
                   MOVE "MENSAL"    TO LD-TIPO.
                IF FH-DECIMO
                   MOVE "13O"       TO LD-TIPO.
                IF FH-FERIAS
                   MOVE "FERIAS"    TO LD-TIPO.
                IF FH-RESCISAO
                   MOVE "RESCISAO"  TO LD-TIPO.
                MOVE FH-BRUTO TO LD-BASE
                MOVE FH-FGTS  TO LD-FGTS
                MOVE W-SALDO  TO LD-SALDO
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                GO TO LISTA-HIST1.
       LISTA-HIST-FIM.
                EXIT.
      *
       IMPRIME-TOTAL.
                IF W-QTD = ZEROS
                   MOVE LINHA-VAZIO TO LINHA-REL
                   PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                   GO TO IMPRIME-TOTAL-FIM.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-TOT-BASE TO LT-BASE
                MOVE W-SALDO    TO LT-SALDO
                MOVE LINHA-TOTAL TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM.
       IMPRIME-TOTAL-FIM.
                EXIT.
      *
       FECHA-ARQUIVOS.
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                CLOSE CADFUNC FOLHAHIST.
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
