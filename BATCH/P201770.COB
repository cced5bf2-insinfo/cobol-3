       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201770.
       AUTHOR. LEANDRO.
      **************************************************
      * ACOMPANHAMENTO DOS ACORDOS DE PARCELAMENTO EM    *
      * VIGOR (CADACORDO, GRAVADOS PELO FP201769). PARA  *
      * CADA ACORDO EM VIGOR CONTA NO CADMENS AS         *
      * PARCELAS PAGAS, AS VENCIDAS EM ABERTO E AS A     *
      * VENCER NA DATA DE REFERENCIA, E LISTA AS         *
      * PARCELAS VENCIDAS. ACORDO SEM PARCELA EM ABERTO  *
      * PASSA A "Q" (QUITADO); ACORDO COM PARCELAS       *
      * VENCIDAS EM ABERTO EM QUANTIDADE IGUAL OU MAIOR  *
      * QUE O LIMITE DO CARTAO PASSA A "R" (ROMPIDO) -   *
      * AS PARCELAS CONTINUAM DEVIDAS NO CADMENS E PODEM *
      * ENTRAR NUM NOVO ACORDO. AS MUDANCAS DE STATUS    *
      * PASSAM PELA AUDITORIA (P201622, OPERADOR         *
      * "JANELA"). CARTOES: DATA DE REFERENCIA (ZEROS =  *
      * HOJE) E QUANTIDADE DE PARCELAS VENCIDAS QUE      *
      * ROMPE O ACORDO (ZEROS = 3). SAI PELO MODULO      *
      * COMUM P201675.                                   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADACORDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACO-NUMERO
                    FILE STATUS  IS ST-ACO
                    ALTERNATE RECORD KEY IS ACO-RM
                               WITH DUPLICATES.
       SELECT CADMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MENS
                    FILE STATUS  IS ST-MENS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADACORDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADACORDO.DAT".
           COPY ACORDOREC.
       FD CADMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
           COPY MENSREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "ACORDOS DE PARCELAMENTO EM VIGOR".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201770".
       77 ST-ACO            PIC X(02) VALUE "00".
       77 ST-MENS           PIC X(02) VALUE "00".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201770".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 W-AUD-PROGRAMA    PIC X(08) VALUE "P201770".
       77 W-OPERADOR        PIC X(08) VALUE "JANELA".
       77 W-AUD-ACAO        PIC X(10) VALUE "ALTERACAO".
       77 W-AUD-CHAVE       PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES       PIC X(200) VALUE SPACES.
       77 W-AUD-DEPOIS      PIC X(200) VALUE SPACES.
       77 W-PARM-DATA       PIC 9(08) VALUE ZEROS.
       77 W-PARM-LIMITE     PIC 9(02) VALUE ZEROS.
       77 W-HOJE            PIC 9(08) VALUE ZEROS.
       77 W-VENCIMENTO      PIC 9(08) VALUE ZEROS.
       77 W-PAGAS           PIC 9(02) VALUE ZEROS.
       77 W-VENCIDAS        PIC 9(02) VALUE ZEROS.
       77 W-A-VENCER        PIC 9(02) VALUE ZEROS.
       77 W-VALOR-VENCIDO   PIC 9(07)V99 VALUE ZEROS.
       77 W-SITUACAO        PIC X(20) VALUE SPACES.
       77 W-CONT-LIDOS      PIC 9(05) VALUE ZEROS.
       77 W-CONT-DIA        PIC 9(05) VALUE ZEROS.
       77 W-CONT-ATRASO     PIC 9(05) VALUE ZEROS.
       77 W-CONT-ROMPIDO    PIC 9(05) VALUE ZEROS.
       77 W-CONT-QUITADO    PIC 9(05) VALUE ZEROS.
       77 W-CONT-PARC-VENC  PIC 9(05) VALUE ZEROS.
       77 W-TOT-VENCIDO     PIC 9(09)V99 VALUE ZEROS.
       01 W-REF.
                03 W-REF-ANO     PIC 9(04).
                03 W-REF-MES     PIC 9(02).
                03 W-REF-DIA     PIC 9(02).
       01 W-REF-NUM REDEFINES W-REF PIC 9(08).
       01 W-DATA-ACO.
                03 W-ACO-ANO     PIC 9(04).
                03 FILLER        PIC 9(04).
       01 W-DATA-ACO-NUM REDEFINES W-DATA-ACO PIC 9(08).
       01 LINHA-PARM.
                03 FILLER        PIC X(20) VALUE "DATA DE REFERENCIA: ".
                03 LP-DATA       PIC 9(08).
                03 FILLER        PIC X(35) VALUE
                   "   ROMPE COM PARCELAS VENCIDAS: ".
                03 LP-LIMITE     PIC Z9.
       01 LINHA-CAB1.
                03 FILLER        PIC X(40) VALUE
                   "ACORDO    RM  DATA ACORDO  VALOR ACORDO ".
                03 FILLER        PIC X(40) VALUE
                   "PARC PAGAS VENC.  VALOR VENCIDO SITUACAO".
       01 LINHA-DET.
                03 LD-NUMERO     PIC 9(04).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-RM         PIC 9(05).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-DATA       PIC 9(08).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-VALOR      PIC Z.ZZZ.ZZ9,99.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-PARCELAS   PIC Z9.
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LD-PAGAS      PIC Z9.
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LD-VENCIDAS   PIC Z9.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-VENCIDO    PIC Z.ZZZ.ZZ9,99.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-SITUACAO   PIC X(20).
       01 LINHA-PARC.
                03 FILLER        PIC X(22) VALUE
                   "   PARCELA VENCIDA -  ".
                03 FILLER        PIC X(08) VALUE "BOLETO ".
                03 LPC-BOLETO    PIC 9(06).
                03 FILLER        PIC X(09) VALUE "  VENCTO ".
                03 LPC-VENC      PIC 9(08).
                03 FILLER        PIC X(08) VALUE "  VALOR ".
                03 LPC-VALOR     PIC ZZZ.ZZ9,99.
       01 LINHA-TOT1.
                03 FILLER        PIC X(30)
                    VALUE "ACORDOS EM VIGOR LIDOS......: ".
                03 LT1-QTD       PIC ZZZZ9.
       01 LINHA-TOT2.
                03 FILLER        PIC X(30)
                    VALUE "  EM DIA....................: ".
                03 LT2-QTD       PIC ZZZZ9.
       01 LINHA-TOT3.
                03 FILLER        PIC X(30)
                    VALUE "  EM ATRASO.................: ".
                03 LT3-QTD       PIC ZZZZ9.
       01 LINHA-TOT4.
                03 FILLER        PIC X(30)
                    VALUE "  ROMPIDOS NESTA EXECUCAO...: ".
                03 LT4-QTD       PIC ZZZZ9.
       01 LINHA-TOT5.
                03 FILLER        PIC X(30)
                    VALUE "  QUITADOS NESTA EXECUCAO...: ".
                03 LT5-QTD       PIC ZZZZ9.
       01 LINHA-TOT6.
                03 FILLER        PIC X(30)
                    VALUE "PARCELAS VENCIDAS EM ABERTO.: ".
                03 LT6-QTD       PIC ZZZZ9.
                03 FILLER        PIC X(10) VALUE "  VALOR: ".
                03 LT6-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                PERFORM ACEITA-PARM THRU ACEITA-PARM-FIM
                OPEN I-O CADACORDO
                IF ST-ACO = "35"
                   DISPLAY "SEM ARQUIVO DE ACORDOS - NADA A ACOMPANHAR"
                   GO TO FIM-RC.
                IF ST-ACO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADACORDO: "
                                                               ST-ACO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADMENS
                IF ST-MENS NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMENS: "
                                                              ST-MENS
                   CLOSE CADACORDO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE W-PARM-DATA   TO LP-DATA
                MOVE W-PARM-LIMITE TO LP-LIMITE
                MOVE LINHA-PARM TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                PERFORM LE-ACORDO THRU LE-ACORDO-FIM
                CLOSE CADACORDO CADMENS
                PERFORM TOTAIS THRU TOTAIS-FIM
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL.
       FIM-RC.
                MOVE "F" TO W-RC-EVENTO
                MOVE W-CONT-LIDOS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                STOP RUN.
      *
       ACEITA-PARM.
                ACCEPT W-PARM-DATA
                ACCEPT W-PARM-LIMITE
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                IF W-PARM-DATA = ZEROS
                   MOVE W-HOJE TO W-PARM-DATA.
                IF W-PARM-LIMITE = ZEROS
                   MOVE 3 TO W-PARM-LIMITE.
                MOVE W-PARM-DATA TO W-REF-NUM
                IF W-REF-MES < 01 OR W-REF-MES > 12
                   OR W-REF-DIA < 01 OR W-REF-DIA > 31
                   DISPLAY "DATA DE REFERENCIA INVALIDA NO CARTAO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
       ACEITA-PARM-FIM.
                EXIT.
      *
      *****************************************
      * ACORDOS EM VIGOR, NA ORDEM DO NUMERO   *
      *****************************************
       LE-ACORDO.
                READ CADACORDO NEXT RECORD
                   AT END
                      GO TO LE-ACORDO-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF NOT ACO-EM-VIGOR
                   GO TO LE-ACORDO.
                ADD 1 TO W-CONT-LIDOS
                MOVE REGACORDO TO W-AUD-ANTES
                PERFORM CONTA-PARC THRU CONTA-PARC-FIM
                IF W-VENCIDAS = ZEROS AND W-A-VENCER = ZEROS
                   AND W-PAGAS > ZEROS
                   MOVE "QUITADO" TO W-SITUACAO
                   ADD 1 TO W-CONT-QUITADO
                   MOVE "Q" TO ACO-STATUS
                   PERFORM REGRAVA-ACORDO THRU REGRAVA-ACORDO-FIM
                   GO TO LE-ACORDO-IMP.
                IF W-VENCIDAS NOT < W-PARM-LIMITE
                   MOVE "ROMPIDO" TO W-SITUACAO
                   ADD 1 TO W-CONT-ROMPIDO
                   MOVE "R" TO ACO-STATUS
                   PERFORM REGRAVA-ACORDO THRU REGRAVA-ACORDO-FIM
                   GO TO LE-ACORDO-IMP.
                IF W-VENCIDAS > ZEROS
                   MOVE "EM ATRASO" TO W-SITUACAO
                   ADD 1 TO W-CONT-ATRASO
                ELSE
                   MOVE "EM DIA" TO W-SITUACAO
                   ADD 1 TO W-CONT-DIA.
       LE-ACORDO-IMP.
                MOVE ACO-NUMERO      TO LD-NUMERO
                MOVE ACO-RM          TO LD-RM
                MOVE ACO-DATA        TO LD-DATA
                MOVE ACO-VALOR       TO LD-VALOR
                MOVE ACO-PARCELAS    TO LD-PARCELAS
                MOVE W-PAGAS         TO LD-PAGAS
                MOVE W-VENCIDAS      TO LD-VENCIDAS
                MOVE W-VALOR-VENCIDO TO LD-VENCIDO
                MOVE W-SITUACAO      TO LD-SITUACAO
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                IF W-VENCIDAS > ZEROS
                   PERFORM LISTA-PARC THRU LISTA-PARC-FIM.
                GO TO LE-ACORDO.
       LE-ACORDO-FIM.
                EXIT.
      *
      *****************************************
      * PARCELAS DO ACORDO NO CADMENS: RM +    *
      * "*" + NUMERO + ANO DO ACORDO           *
      *****************************************
       POSICIONA-PARC.
                MOVE ACO-DATA TO W-DATA-ACO-NUM
                MOVE ACO-RM     TO MEN-RM
                MOVE "*"        TO MEN-ACO-MARCA
                MOVE ACO-NUMERO TO MEN-ACO-NUMERO
                MOVE W-ACO-ANO  TO MEN-ANOLETIVO
                MOVE ZEROS      TO MEN-ANOMES
                START CADMENS KEY IS NOT < CHAVE-MENS.
       POSICIONA-PARC-FIM.
                EXIT.
      *
       CONTA-PARC.
                MOVE ZEROS TO W-PAGAS W-VENCIDAS W-A-VENCER
                              W-VALOR-VENCIDO
                PERFORM POSICIONA-PARC THRU POSICIONA-PARC-FIM
                IF ST-MENS NOT = "00"
                   GO TO CONTA-PARC-FIM.
       CONTA-PARC1.
                READ CADMENS NEXT RECORD
                   AT END
                      GO TO CONTA-PARC-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF MEN-RM NOT = ACO-RM
                   OR NOT MEN-PARCELA-ACORDO
                   OR MEN-ACO-NUMERO NOT = ACO-NUMERO
                   OR MEN-ANOLETIVO NOT = W-ACO-ANO
                   GO TO CONTA-PARC-FIM.
                IF MEN-PAGA
                   ADD 1 TO W-PAGAS
                   GO TO CONTA-PARC1.
                IF NOT MEN-ABERTA
                   GO TO CONTA-PARC1.
                MOVE MEN-VENCIMENTO TO W-VENCIMENTO
                IF W-VENCIMENTO < W-PARM-DATA
                   ADD 1 TO W-VENCIDAS
                   ADD MEN-VALOR TO W-VALOR-VENCIDO
                ELSE
                   ADD 1 TO W-A-VENCER.
                GO TO CONTA-PARC1.
       CONTA-PARC-FIM.
                EXIT.
      *
       LISTA-PARC.
                PERFORM POSICIONA-PARC THRU POSICIONA-PARC-FIM
                IF ST-MENS NOT = "00"
                   GO TO LISTA-PARC-FIM.
       LISTA-PARC1.
                READ CADMENS NEXT RECORD
                   AT END
                      GO TO LISTA-PARC-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF MEN-RM NOT = ACO-RM
                   OR NOT MEN-PARCELA-ACORDO
                   OR MEN-ACO-NUMERO NOT = ACO-NUMERO
                   OR MEN-ANOLETIVO NOT = W-ACO-ANO
                   GO TO LISTA-PARC-FIM.
                IF NOT MEN-ABERTA
                   GO TO LISTA-PARC1.
                MOVE MEN-VENCIMENTO TO W-VENCIMENTO
                IF W-VENCIMENTO NOT < W-PARM-DATA
                   GO TO LISTA-PARC1.
                MOVE MEN-BOLETO   TO LPC-BOLETO
                MOVE W-VENCIMENTO TO LPC-VENC
                MOVE MEN-VALOR    TO LPC-VALOR
                MOVE LINHA-PARC TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                ADD 1 TO W-CONT-PARC-VENC
                ADD MEN-VALOR TO W-TOT-VENCIDO
                GO TO LISTA-PARC1.
       LISTA-PARC-FIM.
                EXIT.
      *
      *****************************************
      * NOVO STATUS DO ACORDO (JA MOVIDO PARA  *
      * ACO-STATUS; A IMAGEM ANTERIOR ESTA EM  *
      * W-AUD-ANTES), COM AUDITORIA            *
      *****************************************
       REGRAVA-ACORDO.
                MOVE W-PARM-DATA TO ACO-DATA-STATUS
                REWRITE REGACORDO
                IF ST-ACO NOT = "00" AND ST-ACO NOT = "02"
                   DISPLAY "ERRO NA REGRAVACAO DO CADACORDO: " ST-ACO
                           " ACORDO " ACO-NUMERO
                   MOVE 8 TO RETURN-CODE
                   GO TO REGRAVA-ACORDO-FIM.
                MOVE ACO-NUMERO TO W-AUD-CHAVE
                MOVE REGACORDO TO W-AUD-DEPOIS
                CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                            W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                            W-AUD-DEPOIS.
       REGRAVA-ACORDO-FIM.
                EXIT.
      *
       TOTAIS.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-LIDOS TO LT1-QTD
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-DIA TO LT2-QTD
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-ATRASO TO LT3-QTD
                MOVE LINHA-TOT3 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-ROMPIDO TO LT4-QTD
                MOVE LINHA-TOT4 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-QUITADO TO LT5-QTD
                MOVE LINHA-TOT5 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-PARC-VENC TO LT6-QTD
                MOVE W-TOT-VENCIDO TO LT6-VALOR
                MOVE LINHA-TOT6 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM.
       TOTAIS-FIM.
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
