       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201814.
       AUTHOR. LEANDRO.
      **************************************************
      * CONTAS A PAGAR - TITULOS A VENCER NOS PROXIMOS N *
      * DIAS (CARTAO: N, BRANCO = 30). LISTA OS TITULOS  *
      * EM ABERTO DO CADPAGAR COM VENCIMENTO ATE HOJE +  *
      * N DIAS, EM ORDEM DE VENCIMENTO, COM O NOME DO    *
      * FORNECEDOR (CADFORNEC). O TITULO JA VENCIDO E    *
      * NAO PAGO SAI MARCADO "VENCIDO" E SOMA A PARTE.   *
      * TOTAIS DE VENCIDOS, A VENCER E GERAL. OS DIAS    *
      * SAO CONTADOS PELO DIA SERIAL (MESMO CALCULO DO   *
      * P201767). SAI PELO MODULO COMUM P201675.         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPAGAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-PAGAR
                    FILE STATUS  IS ST-PAGAR.
       SELECT CADFORNEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS FOR-CODIGO
                    FILE STATUS  IS ST-FORN.
       SELECT WORK-FILE ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPAGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGAR.DAT".
           COPY PAGARREC.
       FD CADFORNEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORNEC.DAT".
           COPY FORNECREC.
       SD WORK-FILE.
       01 WORK-REC.
                03 WK-VENCIMENTO  PIC 9(08).
                03 WK-FORNEC      PIC 9(05).
                03 WK-DOCUMENTO   PIC X(12).
                03 WK-PARCELA     PIC 9(02).
                03 WK-CC          PIC 9(01).
                03 WK-CATEGORIA   PIC X(01).
                03 WK-VALOR       PIC 9(08)V99.
                03 WK-DIAS        PIC S9(05).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "CONTAS A PAGAR - TITULOS A VENCER".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201814".
       77 ST-PAGAR          PIC X(02) VALUE "00".
       77 ST-FORN           PIC X(02) VALUE "00".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201814".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 W-PARM-DIAS       PIC 9(03) VALUE ZEROS.
       77 W-SEM-FORNEC      PIC X(01) VALUE "N".
       77 W-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-SERIAL          PIC 9(07) VALUE ZEROS.
       77 W-SERIAL-HOJE     PIC 9(07) VALUE ZEROS.
       77 W-SERIAL-LIMITE   PIC 9(07) VALUE ZEROS.
       77 W-ANO-B           PIC 9(04) VALUE ZEROS.
       77 W-Q4              PIC 9(04) VALUE ZEROS.
       77 W-Q100            PIC 9(04) VALUE ZEROS.
       77 W-Q400            PIC 9(04) VALUE ZEROS.
       77 W-NIV             PIC 9(01) COMP VALUE ZEROS.
       77 W-DIAS-ATRASO     PIC 9(05) VALUE ZEROS.
       01 W-HOJE.
                03 W-ANO-ATUAL     PIC 9(04).
                03 W-MES-ATUAL     PIC 9(02).
                03 W-DIA-ATUAL     PIC 9(02).
       01 W-HOJE-NUM REDEFINES W-HOJE PIC 9(08).
       01 W-DATA-TRAB.
                03 W-DT-ANO      PIC 9(04).
                03 W-DT-MES      PIC 9(02).
                03 W-DT-DIA      PIC 9(02).
       01 W-DATA-TRAB-NUM REDEFINES W-DATA-TRAB PIC 9(08).
      *
      * DIAS ACUMULADOS NO INICIO DE CADA MES (ANO NAO BISSEXTO)
      *
       01 TABELA-MESES.
                03 FILLER PIC X(36) VALUE
                   "000031059090120151181212243273304334".
       01 TABELA-MESES-R REDEFINES TABELA-MESES.
                03 TAB-DIAS-MES OCCURS 12 TIMES PIC 9(03).
      *
      * TOTAIS: 1 = VENCIDOS, 2 = A VENCER, 3 = GERAL
      *
       01 TABELA-TOTAIS.
                03 TOT-NIVEL OCCURS 3 TIMES.
                   05 TOT-QTDE       PIC 9(05).
                   05 TOT-VALOR      PIC 9(10)V99.
       01 LINHA-PARM.
                03 FILLER        PIC X(22) VALUE
                   "VENCIMENTO ATE HOJE + ".
                03 LP-DIAS       PIC ZZ9.
                03 FILLER        PIC X(13) VALUE " DIAS - HOJE ".
                03 LP-HOJE       PIC 9(08).
       01 LINHA-CAB1.
                03 FILLER        PIC X(45) VALUE
                   "VENCIMENTO FORNECEDOR".
                03 FILLER        PIC X(45) VALUE
                   "     DOCUMENTO    PC CC CAT         VALOR".
                03 FILLER        PIC X(20) VALUE
                   "  SITUACAO".
       01 LINHA-DET.
                03 LD-VENCIMENTO PIC 9(08).
                03 FILLER        PIC X(03) VALUE SPACES.
                03 LD-FORNEC     PIC ZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-NOME       PIC X(32).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-DOCUMENTO  PIC X(12).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-PARCELA    PIC Z9.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-CC         PIC 9(01).
                03 FILLER        PIC X(03) VALUE SPACES.
                03 LD-CATEGORIA  PIC X(01).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-VALOR      PIC ZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-SITUACAO   PIC X(07).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-ATRASO     PIC ZZZZ9.
                03 LD-ATRASO-TXT PIC X(05).
       01 LINHA-TOT.
                03 LTT-ROTULO    PIC X(20).
                03 FILLER        PIC X(08) VALUE "TITULOS:".
                03 LTT-QTDE      PIC ZZZZ9.
                03 FILLER        PIC X(08) VALUE "  VALOR:".
                03 LTT-VALOR     PIC Z.ZZZ.ZZZ.ZZ9,99.
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
                MOVE W-PARM-DIAS TO LP-DIAS
                MOVE LINHA-PARM TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           SORT WORK-FILE
                ON ASCENDING KEY WK-VENCIMENTO WK-FORNEC
                                 WK-DOCUMENTO WK-PARCELA
                INPUT PROCEDURE  IS LE-PAGAR THRU LE-PAGAR-FIM
                OUTPUT PROCEDURE IS LISTA THRU LISTA-FIM.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE 1 TO W-NIV
                MOVE "VENCIDOS" TO LTT-ROTULO
                PERFORM MONTA-TOTAL THRU MONTA-TOTAL-FIM
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE 2 TO W-NIV
                MOVE "A VENCER" TO LTT-ROTULO
                PERFORM MONTA-TOTAL THRU MONTA-TOTAL-FIM
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE 3 TO W-NIV
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
      *****************************************
      * CARTAO: QUANTIDADE DE DIAS (BRANCO OU  *
      * ZERO = 30). LIMITE = HOJE + N, PELO    *
      * DIA SERIAL                             *
      *****************************************
       ACEITA-PARM.
                ACCEPT W-PARM-DIAS
                IF W-PARM-DIAS NOT NUMERIC OR W-PARM-DIAS = ZEROS
                   MOVE 30 TO W-PARM-DIAS.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE-NUM TO W-DATA-TRAB-NUM
                PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
                MOVE W-SERIAL TO W-SERIAL-HOJE
                COMPUTE W-SERIAL-LIMITE = W-SERIAL-HOJE + W-PARM-DIAS
                MOVE W-HOJE-NUM TO LP-HOJE
                MOVE ZEROS TO TABELA-TOTAIS.
       ACEITA-PARM-FIM.
                EXIT.
      *
      *****************************************
      * LE O CADPAGAR E SOLTA PARA O SORT OS   *
      * TITULOS EM ABERTO COM VENCIMENTO ATE O *
      * LIMITE. SEM O ARQUIVO, O RELATORIO SAI *
      * VAZIO                                  *
      *****************************************
       LE-PAGAR.
                OPEN INPUT CADPAGAR
                IF ST-PAGAR NOT = "00"
                   DISPLAY "SEM ARQUIVO CADPAGAR: " ST-PAGAR
                   GO TO LE-PAGAR-FIM.
       LE-PAGAR1.
                READ CADPAGAR NEXT RECORD
                   AT END
                      GO TO LE-PAGAR9
                   NOT AT END
                      NEXT SENTENCE.
                IF NOT PAG-ABERTA
                   GO TO LE-PAGAR1.
                MOVE PAG-VENCIMENTO TO W-DATA-TRAB
                PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
                IF W-SERIAL > W-SERIAL-LIMITE
                   GO TO LE-PAGAR1.
                ADD 1 TO W-CONT-LIDOS
                MOVE PAG-VENCIMENTO TO WK-VENCIMENTO
                MOVE PAG-FORNEC     TO WK-FORNEC
                MOVE PAG-DOCUMENTO  TO WK-DOCUMENTO
                MOVE PAG-PARCELA    TO WK-PARCELA
                MOVE PAG-CC         TO WK-CC
                MOVE PAG-CATEGORIA  TO WK-CATEGORIA
                MOVE PAG-VALOR      TO WK-VALOR
                COMPUTE WK-DIAS = W-SERIAL - W-SERIAL-HOJE
                RELEASE WORK-REC
                GO TO LE-PAGAR1.
       LE-PAGAR9.
                CLOSE CADPAGAR.
       LE-PAGAR-FIM.
                EXIT.
      *
      *****************************************
      * UMA LINHA POR TITULO; VENCIDO (DIAS    *
      * NEGATIVOS) MOSTRA OS DIAS DE ATRASO    *
      *****************************************
       LISTA.
                OPEN INPUT CADFORNEC
                MOVE "N" TO W-SEM-FORNEC
                IF ST-FORN NOT = "00"
                   DISPLAY "SEM ARQUIVO CADFORNEC: " ST-FORN
                   MOVE "S" TO W-SEM-FORNEC.
       LISTA1.
                RETURN WORK-FILE
                   AT END
                      GO TO LISTA9
                   NOT AT END
                      NEXT SENTENCE.
                MOVE SPACES TO LINHA-DET
                MOVE SPACES TO LD-NOME
                IF W-SEM-FORNEC = "N"
                   MOVE WK-FORNEC TO FOR-CODIGO
                   READ CADFORNEC
                   IF ST-FORN = "00"
                      MOVE FOR-NOME TO LD-NOME.
                MOVE WK-VENCIMENTO TO LD-VENCIMENTO
                MOVE WK-FORNEC     TO LD-FORNEC
                MOVE WK-DOCUMENTO  TO LD-DOCUMENTO
                MOVE WK-PARCELA    TO LD-PARCELA
                MOVE WK-CC         TO LD-CC
                MOVE WK-CATEGORIA  TO LD-CATEGORIA
                MOVE WK-VALOR      TO LD-VALOR
                IF WK-DIAS < ZEROS
                   COMPUTE W-DIAS-ATRASO = ZEROS - WK-DIAS
                   MOVE "VENCIDO" TO LD-SITUACAO
                   MOVE W-DIAS-ATRASO TO LD-ATRASO
                   MOVE " DIAS" TO LD-ATRASO-TXT
                   MOVE 1 TO W-NIV
                ELSE
                   MOVE 2 TO W-NIV.
                ADD 1 TO TOT-QTDE (W-NIV) TOT-QTDE (3)
                ADD WK-VALOR TO TOT-VALOR (W-NIV) TOT-VALOR (3)
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                GO TO LISTA1.
       LISTA9.
                IF W-SEM-FORNEC = "N"
                   CLOSE CADFORNEC.
       LISTA-FIM.
                EXIT.
      *
       MONTA-TOTAL.
                MOVE TOT-QTDE (W-NIV)  TO LTT-QTDE
                MOVE TOT-VALOR (W-NIV) TO LTT-VALOR
                MOVE LINHA-TOT TO LINHA-REL.
       MONTA-TOTAL-FIM.
                EXIT.
      *
      *****************************************
      * DIA SERIAL (ANO X 365 + BISSEXTOS ATE  *
      * O ANO + DIAS DO ANO), COMO NO P201767  *
      *****************************************
       CALC-SERIAL.
                MOVE W-DT-ANO TO W-ANO-B
                IF W-DT-MES < 3
                   SUBTRACT 1 FROM W-ANO-B.
                DIVIDE W-ANO-B BY 4   GIVING W-Q4
                DIVIDE W-ANO-B BY 100 GIVING W-Q100
                DIVIDE W-ANO-B BY 400 GIVING W-Q400
                COMPUTE W-SERIAL = (W-DT-ANO * 365) + W-Q4 - W-Q100
                        + W-Q400 + TAB-DIAS-MES (W-DT-MES) + W-DT-DIA.
       CALC-SERIAL-FIM.
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
