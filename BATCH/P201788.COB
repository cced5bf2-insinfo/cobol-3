       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201788.
       AUTHOR. LEANDRO.
      **************************************************
      * EXTRATO DO BANCO DE HORAS (CADBANCOH) POR        *
      * FUNCIONARIO, NA DATA DO CARTAO SYSIN (AAAAMMDD;  *
      * ZEROS = DATA DO DIA). PARA CADA MATRICULA COM    *
      * LANCAMENTOS LISTA OS CREDITOS DO PONTO (P201724, *
      * COM O VENCIMENTO), AS FOLGAS COMPENSADAS         *
      * (FP201787) E AS HORAS VENCIDAS PAGAS NA FOLHA, E *
      * FECHA COM O SALDO, AS HORAS JA VENCIDAS QUE O    *
      * PROXIMO PONTO VAI PAGAR E AS QUE VENCEM NOS      *
      * PROXIMOS 30 DIAS. AS COMPENSACOES E PAGAMENTOS   *
      * CONSOMEM OS CREDITOS MAIS ANTIGOS PRIMEIRO, COMO *
      * NO P201724. SAI PELO MODULO COMUM P201675.       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADBANCOH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-BANCOH
                    FILE STATUS  IS ST-BANCOH.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FUN-MATRICULA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS FUN-NOME
                               WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADBANCOH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBANCOH.DAT".
           COPY BANCOHREC.
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
           COPY FUNCREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "EXTRATO DO BANCO DE HORAS".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201788".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201788".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 ST-BANCOH         PIC X(02) VALUE "00".
       77 ST-FUNC           PIC X(02) VALUE "00".
       77 W-PRIMEIRO        PIC X(01) VALUE "S".
       77 W-MATRICULA       PIC 9(05) VALUE ZEROS.
       77 W-DATA-30         PIC 9(08) VALUE ZEROS.
       77 W-CONTA-DIAS      PIC 9(02) VALUE ZEROS.
       77 W-UD-DIA          PIC 9(02) VALUE ZEROS.
       77 W-UD-QUOC         PIC 9(04) VALUE ZEROS.
       77 W-UD-RESTO        PIC 9(02) VALUE ZEROS.
       77 W-CREDITOS        PIC 9(06)V99 VALUE ZEROS.
       77 W-DEBITOS         PIC 9(06)V99 VALUE ZEROS.
       77 W-CRED-VENCIDO    PIC 9(06)V99 VALUE ZEROS.
       77 W-CRED-30         PIC 9(06)V99 VALUE ZEROS.
       77 W-SALDO           PIC 9(06)V99 VALUE ZEROS.
       77 W-VENCIDAS        PIC 9(06)V99 VALUE ZEROS.
       77 W-A-VENCER        PIC 9(06)V99 VALUE ZEROS.
       77 W-CONT-FUNC       PIC 9(05) VALUE ZEROS.
       77 W-CONT-LANC       PIC 9(06) VALUE ZEROS.
       77 W-TOT-SALDO       PIC 9(07)V99 VALUE ZEROS.
       77 W-TOT-VENCIDAS    PIC 9(07)V99 VALUE ZEROS.
       77 W-TOT-A-VENCER    PIC 9(07)V99 VALUE ZEROS.
       01 W-REF.
                03 W-REF-ANO     PIC 9(04).
                03 W-REF-MES     PIC 9(02).
                03 W-REF-DIA     PIC 9(02).
       01 W-REF-NUM REDEFINES W-REF PIC 9(08).
       01 W-D30.
                03 W-D30-ANO     PIC 9(04).
                03 W-D30-MES     PIC 9(02).
                03 W-D30-DIA     PIC 9(02).
       01 W-D30-NUM REDEFINES W-D30 PIC 9(08).
       01 W-DATA-ED.
                03 W-ED-ANO      PIC 9(04).
                03 W-ED-MES      PIC 9(02).
                03 W-ED-DIA      PIC 9(02).
       01 W-DATA-ED-NUM REDEFINES W-DATA-ED PIC 9(08).
       01 TABELA-ULTDIA.
                03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TABELA-ULTDIA-R REDEFINES TABELA-ULTDIA.
                03 TAB-ULT-DIA OCCURS 12 TIMES PIC 9(02).
       01 LINHA-CAB1.
                03 FILLER        PIC X(20) VALUE "POSICAO EM ".
                03 LC-DIA        PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LC-MES        PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LC-ANO        PIC 9(04).
                03 FILLER        PIC X(21)
                    VALUE "   - VENCIMENTOS ATE ".
                03 LC-DIA30      PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LC-MES30      PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LC-ANO30      PIC 9(04).
       01 LINHA-FUNC.
                03 FILLER        PIC X(10) VALUE "MATRICULA ".
                03 LF-MATRICULA  PIC 9(05).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LF-NOME       PIC X(30).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LF-OPCAO      PIC X(20).
       01 LINHA-DET.
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LD-DIA        PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LD-MES        PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LD-ANO        PIC 9(04).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-MOVIMENTO  PIC X(14).
                03 LD-HORAS      PIC ZZ9,99.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-VENC       PIC X(16).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-OBS        PIC X(30).
       01 LINHA-VENC.
                03 FILLER        PIC X(06) VALUE "VENCE ".
                03 LV-DIA        PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LV-MES        PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LV-ANO        PIC 9(04).
       01 LINHA-RESUMO.
                03 FILLER        PIC X(04) VALUE SPACES.
                03 FILLER        PIC X(07) VALUE "SALDO: ".
                03 LR-SALDO      PIC ZZZ.ZZ9,99.
                03 FILLER        PIC X(21)
                    VALUE "  VENCIDAS A PAGAR: ".
                03 LR-VENCIDAS   PIC ZZZ.ZZ9,99.
                03 FILLER        PIC X(24)
                    VALUE "  A VENCER EM 30 DIAS: ".
                03 LR-A-VENCER   PIC ZZZ.ZZ9,99.
       01 LINHA-TOT1.
                03 FILLER        PIC X(30)
                    VALUE "FUNCIONARIOS COM BANCO......: ".
                03 LT1-QTD       PIC ZZZZ9.
       01 LINHA-TOT2.
                03 FILLER        PIC X(30)
                    VALUE "LANCAMENTOS.................: ".
                03 LT2-QTD       PIC ZZZZZ9.
       01 LINHA-TOT3.
                03 FILLER        PIC X(30)
                    VALUE "SALDO TOTAL (HORAS).........: ".
                03 LT3-HORAS     PIC Z.ZZZ.ZZ9,99.
       01 LINHA-TOT4.
                03 FILLER        PIC X(30)
                    VALUE "VENCIDAS A PAGAR (HORAS)....: ".
                03 LT4-HORAS     PIC Z.ZZZ.ZZ9,99.
       01 LINHA-TOT5.
                03 FILLER        PIC X(30)
                    VALUE "A VENCER EM 30 DIAS (HORAS).: ".
                03 LT5-HORAS     PIC Z.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                ACCEPT W-REF-NUM
                IF W-REF-NUM NOT NUMERIC OR W-REF-NUM = ZEROS
                   ACCEPT W-REF-NUM FROM DATE YYYYMMDD.
                IF W-REF-MES < 1 OR W-REF-MES > 12
                   OR W-REF-DIA < 1 OR W-REF-DIA > 31
                   DISPLAY "DATA DE REFERENCIA INVALIDA: " W-REF-NUM
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
      *
      * FIM DA JANELA DE 30 DIAS, UM DIA DE CADA VEZ
      *
                MOVE W-REF TO W-D30
                PERFORM SOMA-DIA THRU SOMA-DIA-FIM
                  VARYING W-CONTA-DIAS FROM 1 BY 1
                  UNTIL W-CONTA-DIAS > 30
                MOVE W-D30-NUM TO W-DATA-30
                PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM
                PERFORM LE-BANCO THRU LE-BANCO-FIM
                PERFORM TOTAIS THRU TOTAIS-FIM
                PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
                MOVE "F" TO W-RC-EVENTO
                MOVE W-CONT-LANC TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                STOP RUN.
      *
       ABRE-ARQUIVOS.
                OPEN INPUT CADBANCOH
                IF ST-BANCOH NOT = "00"
                   DISPLAY "SEM BANCO DE HORAS (CADBANCOH): " ST-BANCOH
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADFUNC
                IF ST-FUNC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: "
                                                             ST-FUNC
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE W-REF-DIA TO LC-DIA
                MOVE W-REF-MES TO LC-MES
                MOVE W-REF-ANO TO LC-ANO
                MOVE W-D30-DIA TO LC-DIA30
                MOVE W-D30-MES TO LC-MES30
                MOVE W-D30-ANO TO LC-ANO30
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       ABRE-ARQUIVOS-FIM.
                EXIT.
      *
      *****************************************
      * LANCAMENTOS NA ORDEM DA CHAVE, COM     *
      * QUEBRA POR MATRICULA                   *
      *****************************************
       LE-BANCO.
                READ CADBANCOH NEXT RECORD
                   AT END
                      GO TO LE-BANCO-ULT
                   NOT AT END
                      NEXT SENTENCE.
                IF BH-SIT-EXCLUIDO
                   GO TO LE-BANCO.
                IF W-PRIMEIRO = "S"
                   MOVE "N" TO W-PRIMEIRO
                   PERFORM INICIA-FUNC THRU INICIA-FUNC-FIM
                ELSE
                   IF BH-MATRICULA NOT = W-MATRICULA
                      PERFORM FECHA-FUNC THRU FECHA-FUNC-FIM
                      PERFORM INICIA-FUNC THRU INICIA-FUNC-FIM.
                ADD 1 TO W-CONT-LANC
                MOVE BH-DATA TO W-DATA-ED-NUM
                MOVE W-ED-DIA TO LD-DIA
                MOVE W-ED-MES TO LD-MES
                MOVE W-ED-ANO TO LD-ANO
                MOVE BH-HORAS TO LD-HORAS
                MOVE SPACES   TO LD-VENC
                MOVE BH-OBS   TO LD-OBS
                IF BH-CREDITO
                   MOVE "CREDITO"      TO LD-MOVIMENTO
                   ADD BH-HORAS TO W-CREDITOS
                   PERFORM CLASSIFICA-CREDITO
                      THRU CLASSIFICA-CREDITO-FIM
                ELSE
                   ADD BH-HORAS TO W-DEBITOS
                   IF BH-COMPENSACAO
                      MOVE "FOLGA"        TO LD-MOVIMENTO
                   ELSE
                      MOVE "VENCIDO PAGO" TO LD-MOVIMENTO.
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                GO TO LE-BANCO.
       LE-BANCO-ULT.
                IF W-PRIMEIRO = "N"
                   PERFORM FECHA-FUNC THRU FECHA-FUNC-FIM.
       LE-BANCO-FIM.
                EXIT.
      *
       CLASSIFICA-CREDITO.
                MOVE BH-VENCIMENTO TO W-DATA-ED-NUM
                MOVE W-ED-DIA TO LV-DIA
                MOVE W-ED-MES TO LV-MES
                MOVE W-ED-ANO TO LV-ANO
                MOVE LINHA-VENC TO LD-VENC
                IF BH-VENCIMENTO < W-REF-NUM
                   ADD BH-HORAS TO W-CRED-VENCIDO.
                IF BH-VENCIMENTO NOT > W-DATA-30
                   ADD BH-HORAS TO W-CRED-30.
       CLASSIFICA-CREDITO-FIM.
                EXIT.
      *
       INICIA-FUNC.
                MOVE BH-MATRICULA TO W-MATRICULA
                MOVE ZEROS TO W-CREDITOS W-DEBITOS W-CRED-VENCIDO
                              W-CRED-30
                ADD 1 TO W-CONT-FUNC
                MOVE BH-MATRICULA TO FUN-MATRICULA
                READ CADFUNC
                IF ST-FUNC NOT = "00"
                   MOVE "*** NAO CADASTRADO ***" TO FUN-NOME
                   MOVE SPACES TO FUN-BANCO-HORAS.
                MOVE BH-MATRICULA TO LF-MATRICULA
                MOVE FUN-NOME     TO LF-NOME
                MOVE "OPTANTE"    TO LF-OPCAO
                IF NOT FUN-OPTA-BANCO
                   MOVE "FORA DO BANCO" TO LF-OPCAO.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-FUNC TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       INICIA-FUNC-FIM.
                EXIT.
      *
      *****************************************
      * RESUMO DA MATRICULA: OS DEBITOS        *
      * CONSOMEM PRIMEIRO OS CREDITOS MAIS     *
      * ANTIGOS (QUE VENCEM ANTES)             *
      *****************************************
       FECHA-FUNC.
                MOVE ZEROS TO W-SALDO W-VENCIDAS W-A-VENCER
                IF W-CREDITOS > W-DEBITOS
                   COMPUTE W-SALDO = W-CREDITOS - W-DEBITOS.
                IF W-CRED-VENCIDO > W-DEBITOS
                   COMPUTE W-VENCIDAS = W-CRED-VENCIDO - W-DEBITOS.
                IF W-CRED-30 > W-DEBITOS
                   COMPUTE W-A-VENCER = W-CRED-30 - W-DEBITOS
                                      - W-VENCIDAS.
                MOVE W-SALDO    TO LR-SALDO
                MOVE W-VENCIDAS TO LR-VENCIDAS
                MOVE W-A-VENCER TO LR-A-VENCER
                MOVE LINHA-RESUMO TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                ADD W-SALDO    TO W-TOT-SALDO
                ADD W-VENCIDAS TO W-TOT-VENCIDAS
                ADD W-A-VENCER TO W-TOT-A-VENCER.
       FECHA-FUNC-FIM.
                EXIT.
      *
      *****************************************
      * SOMA UM DIA A W-D30                    *
      *****************************************
       SOMA-DIA.
                MOVE TAB-ULT-DIA (W-D30-MES) TO W-UD-DIA
                IF W-D30-MES = 2
                   DIVIDE W-D30-ANO BY 4 GIVING W-UD-QUOC
                          REMAINDER W-UD-RESTO
                   IF W-UD-RESTO = ZEROS
                      MOVE 29 TO W-UD-DIA.
                ADD 1 TO W-D30-DIA
                IF W-D30-DIA NOT > W-UD-DIA
                   GO TO SOMA-DIA-FIM.
                MOVE 1 TO W-D30-DIA
                ADD 1 TO W-D30-MES
                IF W-D30-MES > 12
                   MOVE 1 TO W-D30-MES
                   ADD 1 TO W-D30-ANO.
       SOMA-DIA-FIM.
                EXIT.
      *
       TOTAIS.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-FUNC TO LT1-QTD
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-LANC TO LT2-QTD
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-TOT-SALDO TO LT3-HORAS
                MOVE LINHA-TOT3 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-TOT-VENCIDAS TO LT4-HORAS
                MOVE LINHA-TOT4 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-TOT-A-VENCER TO LT5-HORAS
                MOVE LINHA-TOT5 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM.
       TOTAIS-FIM.
                EXIT.
      *
       FECHA-ARQUIVOS.
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                CLOSE CADBANCOH CADFUNC.
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
