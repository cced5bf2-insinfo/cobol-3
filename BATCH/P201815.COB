       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201815.
       AUTHOR. LEANDRO.
      **************************************************
      * CONTAS A PAGAR - TITULOS PAGOS POR CATEGORIA DE  *
      * DESPESA. CARTOES: MES INICIAL E MES FINAL        *
      * (AAAAMM; FINAL EM BRANCO = O INICIAL). LE OS     *
      * TITULOS PAGOS DO CADPAGAR COM PAGAMENTO NO       *
      * PERIODO E LISTA, POR CATEGORIA E DATA DE         *
      * PAGAMENTO, O FORNECEDOR (CADFORNEC), O CENTRO DE *
      * CUSTO, O VALOR DO TITULO E O VALOR PAGO. TOTAL   *
      * POR CATEGORIA E GERAL. SAI PELO MODULO COMUM     *
      * P201675.                                         *
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
                03 WK-CATEGORIA   PIC X(01).
                03 WK-PAGTO-DATA  PIC 9(08).
                03 WK-FORNEC      PIC 9(05).
                03 WK-DOCUMENTO   PIC X(12).
                03 WK-PARCELA     PIC 9(02).
                03 WK-CC          PIC 9(01).
                03 WK-VALOR       PIC 9(08)V99.
                03 WK-PAGTO-VALOR PIC 9(08)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "CONTAS PAGAS POR CATEGORIA".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201815".
       77 ST-PAGAR          PIC X(02) VALUE "00".
       77 ST-FORN           PIC X(02) VALUE "00".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201815".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 W-PARM-INICIAL    PIC 9(06) VALUE ZEROS.
       77 W-PARM-FINAL      PIC 9(06) VALUE ZEROS.
       77 W-SEM-FORNEC      PIC X(01) VALUE "N".
       77 W-PRIMEIRA        PIC X(01) VALUE "S".
       77 W-CAT-ANT         PIC X(01) VALUE SPACE.
       77 W-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-IND             PIC 9(02) COMP VALUE ZEROS.
       77 W-NIV             PIC 9(01) COMP VALUE ZEROS.
       01 W-DATA-PAGTO.
                03 W-DP-ANOMES   PIC 9(06).
                03 W-DP-DIA      PIC 9(02).
       01 W-DATA-PAGTO-NUM REDEFINES W-DATA-PAGTO PIC 9(08).
      *
      * NOMES DAS CATEGORIAS DO PAG-CATEGORIA (PAGARREC)
      *
       01 TABELA-CATEGORIAS.
                03 FILLER PIC X(21) VALUE "AALUGUEL".
                03 FILLER PIC X(21) VALUE "CCONSUMO (AGUA/LUZ)".
                03 FILLER PIC X(21) VALUE "MMATERIAL DIDATICO".
                03 FILLER PIC X(21) VALUE "NMANUTENCAO".
                03 FILLER PIC X(21) VALUE "SSERVICOS".
                03 FILLER PIC X(21) VALUE "OOUTROS".
       01 TABELA-CATEGORIAS-R REDEFINES TABELA-CATEGORIAS.
                03 TAB-CATEGORIA OCCURS 6 TIMES.
                   05 TAB-CAT-CODIGO  PIC X(01).
                   05 TAB-CAT-NOME    PIC X(20).
      *
      * TOTAIS: 1 = DA CATEGORIA, 2 = GERAL
      *
       01 TABELA-TOTAIS.
                03 TOT-NIVEL OCCURS 2 TIMES.
                   05 TOT-QTDE       PIC 9(05).
                   05 TOT-VALOR      PIC 9(10)V99.
                   05 TOT-PAGO       PIC 9(10)V99.
       01 LINHA-PARM.
                03 FILLER        PIC X(26) VALUE
                   "PAGAMENTOS DE (AAAAMM)   ".
                03 LP-INICIAL    PIC 9(06).
                03 FILLER        PIC X(03) VALUE " A ".
                03 LP-FINAL      PIC 9(06).
       01 LINHA-CATEGORIA.
                03 FILLER        PIC X(11) VALUE "CATEGORIA: ".
                03 LC-CODIGO     PIC X(01).
                03 FILLER        PIC X(03) VALUE " - ".
                03 LC-NOME       PIC X(20).
       01 LINHA-CAB1.
                03 FILLER        PIC X(45) VALUE
                   "PAGO EM    FORNECEDOR".
                03 FILLER        PIC X(45) VALUE
                   "     DOCUMENTO    PC CC  VALOR TITULO".
                03 FILLER        PIC X(20) VALUE
                   "    VALOR PAGO".
       01 LINHA-DET.
                03 LD-PAGTO-DATA PIC 9(08).
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
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-VALOR      PIC ZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-PAGO       PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-TOT.
                03 LTT-ROTULO    PIC X(30).
                03 FILLER        PIC X(08) VALUE "TITULOS:".
                03 LTT-QTDE      PIC ZZZZ9.
                03 FILLER        PIC X(08) VALUE "  VALOR:".
                03 LTT-VALOR     PIC Z.ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(07) VALUE "  PAGO:".
                03 LTT-PAGO      PIC Z.ZZZ.ZZZ.ZZ9,99.
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
                MOVE W-PARM-INICIAL TO LP-INICIAL
                MOVE W-PARM-FINAL TO LP-FINAL
                MOVE LINHA-PARM TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           SORT WORK-FILE
                ON ASCENDING KEY WK-CATEGORIA WK-PAGTO-DATA
                                 WK-FORNEC WK-DOCUMENTO WK-PARCELA
                INPUT PROCEDURE  IS LE-PAGAR THRU LE-PAGAR-FIM
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
                ACCEPT W-PARM-INICIAL
                ACCEPT W-PARM-FINAL
                IF W-PARM-INICIAL NOT NUMERIC OR W-PARM-INICIAL = ZEROS
                   DISPLAY "MES INICIAL INVALIDO NO CARTAO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                IF W-PARM-FINAL NOT NUMERIC OR W-PARM-FINAL = ZEROS
                   MOVE W-PARM-INICIAL TO W-PARM-FINAL.
                IF W-PARM-FINAL < W-PARM-INICIAL
                   DISPLAY "MES FINAL ANTERIOR AO INICIAL NO CARTAO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE ZEROS TO TABELA-TOTAIS.
       ACEITA-PARM-FIM.
                EXIT.
      *
      *****************************************
      * LE O CADPAGAR E SOLTA PARA O SORT OS   *
      * TITULOS PAGOS COM PAGAMENTO NO         *
      * PERIODO. SEM O ARQUIVO, O RELATORIO    *
      * SAI VAZIO                              *
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
                IF NOT PAG-PAGA
                   GO TO LE-PAGAR1.
                MOVE PAG-PAGTO-DATA TO W-DATA-PAGTO-NUM
                IF W-DP-ANOMES < W-PARM-INICIAL
                   OR W-DP-ANOMES > W-PARM-FINAL
                   GO TO LE-PAGAR1.
                ADD 1 TO W-CONT-LIDOS
                MOVE PAG-CATEGORIA   TO WK-CATEGORIA
                MOVE PAG-PAGTO-DATA  TO WK-PAGTO-DATA
                MOVE PAG-FORNEC      TO WK-FORNEC
                MOVE PAG-DOCUMENTO   TO WK-DOCUMENTO
                MOVE PAG-PARCELA     TO WK-PARCELA
                MOVE PAG-CC          TO WK-CC
                MOVE PAG-VALOR       TO WK-VALOR
                MOVE PAG-PAGTO-VALOR TO WK-PAGTO-VALOR
                RELEASE WORK-REC
                GO TO LE-PAGAR1.
       LE-PAGAR9.
                CLOSE CADPAGAR.
       LE-PAGAR-FIM.
                EXIT.
      *
      *****************************************
      * QUEBRA POR CATEGORIA (CABECALHO E      *
      * TOTAL DA CATEGORIA)                    *
      *****************************************
       LISTA.
                MOVE "S" TO W-PRIMEIRA
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
                IF W-PRIMEIRA = "S"
                   MOVE "N" TO W-PRIMEIRA
                   MOVE WK-CATEGORIA TO W-CAT-ANT
                   PERFORM CABECALHO-CAT THRU CABECALHO-CAT-FIM.
                IF WK-CATEGORIA NOT = W-CAT-ANT
                   PERFORM IMPRIME-CAT THRU IMPRIME-CAT-FIM
                   MOVE WK-CATEGORIA TO W-CAT-ANT
                   PERFORM CABECALHO-CAT THRU CABECALHO-CAT-FIM.
                MOVE SPACES TO LD-NOME
                IF W-SEM-FORNEC = "N"
                   MOVE WK-FORNEC TO FOR-CODIGO
                   READ CADFORNEC
                   IF ST-FORN = "00"
                      MOVE FOR-NOME TO LD-NOME.
                MOVE WK-PAGTO-DATA  TO LD-PAGTO-DATA
                MOVE WK-FORNEC      TO LD-FORNEC
                MOVE WK-DOCUMENTO   TO LD-DOCUMENTO
                MOVE WK-PARCELA     TO LD-PARCELA
                MOVE WK-CC          TO LD-CC
                MOVE WK-VALOR       TO LD-VALOR
                MOVE WK-PAGTO-VALOR TO LD-PAGO
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                ADD 1 TO TOT-QTDE (1) TOT-QTDE (2)
                ADD WK-VALOR TO TOT-VALOR (1) TOT-VALOR (2)
                ADD WK-PAGTO-VALOR TO TOT-PAGO (1) TOT-PAGO (2)
                GO TO LISTA1.
       LISTA9.
                IF W-PRIMEIRA = "N"
                   PERFORM IMPRIME-CAT THRU IMPRIME-CAT-FIM.
                IF W-SEM-FORNEC = "N"
                   CLOSE CADFORNEC.
       LISTA-FIM.
                EXIT.
      *
       CABECALHO-CAT.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CAT-ANT TO LC-CODIGO
                MOVE "*** NAO CADASTRADA ***" TO LC-NOME
                PERFORM BUSCA-CAT THRU BUSCA-CAT-FIM
                  VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 6
                MOVE LINHA-CATEGORIA TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       CABECALHO-CAT-FIM.
                EXIT.
      *
       BUSCA-CAT.
                IF TAB-CAT-CODIGO (W-IND) = W-CAT-ANT
                   MOVE TAB-CAT-NOME (W-IND) TO LC-NOME.
       BUSCA-CAT-FIM.
                EXIT.
      *
       IMPRIME-CAT.
                MOVE 1 TO W-NIV
                MOVE "TOTAL DA CATEGORIA" TO LTT-ROTULO
                PERFORM MONTA-TOTAL THRU MONTA-TOTAL-FIM
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE ZEROS TO TOT-NIVEL (1).
       IMPRIME-CAT-FIM.
                EXIT.
      *
       MONTA-TOTAL.
                MOVE TOT-QTDE (W-NIV)  TO LTT-QTDE
                MOVE TOT-VALOR (W-NIV) TO LTT-VALOR
                MOVE TOT-PAGO (W-NIV)  TO LTT-PAGO
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
