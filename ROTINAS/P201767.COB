       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201767.
       AUTHOR. LEANDRO.
      ****************************************************
      * VALOR ATUALIZADO DE UMA MENSALIDADE NA DATA DE    *
      * REFERENCIA, PELOS PARAMETROS DO CADMULTA.DAT DO   *
      * ANO LETIVO: DEVOLVE OS DIAS DE ATRASO, A MULTA, OS*
      * JUROS (POR DIA, DESDE O VENCIMENTO) E O VALOR     *
      * ATUALIZADO. PAGO ATE O VENCIMENTO OU DENTRO DA    *
      * CARENCIA, O VALOR ATUALIZADO E O PROPRIO VALOR.   *
      * COM SEGUNDA VIA EMITIDA (VENCIMENTO DA VIA        *
      * INFORMADO), A DATA DE REFERENCIA ATE ESSE         *
      * VENCIMENTO E TRATADA COMO O PROPRIO VENCIMENTO DA *
      * VIA, QUE JA SAIU COM O VALOR CALCULADO PARA ELE.  *
      * SEM REGISTRO PARA O ANO, NAO HA ACRESCIMO E ACHOU *
      * = "N". CHAMADO PELO P201713, P201766, FP201768 E  *
      * P201714.                                          *
      ****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMULTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MUL-ANOLETIVO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMULTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMULTA.DAT".
           COPY MULTAREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 W-DATA-CALC      PIC 9(08) VALUE ZEROS.
       77 W-SERIAL         PIC 9(07) VALUE ZEROS.
       77 W-SERIAL-VENC    PIC 9(07) VALUE ZEROS.
       77 W-SERIAL-CALC    PIC 9(07) VALUE ZEROS.
       77 W-ANO-B          PIC 9(04) VALUE ZEROS.
       77 W-Q4             PIC 9(04) VALUE ZEROS.
       77 W-Q100           PIC 9(04) VALUE ZEROS.
       77 W-Q400           PIC 9(04) VALUE ZEROS.
       01 W-DATA-TRAB.
                03 W-DT-ANO      PIC 9(04).
                03 W-DT-MES      PIC 9(02).
                03 W-DT-DIA      PIC 9(02).
      *
      * DIAS ACUMULADOS NO INICIO DE CADA MES (ANO NAO BISSEXTO)
      *
       01 TABELA-MESES.
                03 FILLER PIC X(36) VALUE
                   "000031059090120151181212243273304334".
       01 TABELA-MESES-R REDEFINES TABELA-MESES.
                03 TAB-DIAS-MES OCCURS 12 TIMES PIC 9(03).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-ANOLETIVO      PIC 9(04).
       01 LK-VALOR          PIC 9(06)V99.
       01 LK-VENCIMENTO     PIC 9(08).
       01 LK-VIA-VENC       PIC 9(08).
       01 LK-DATA-REF       PIC 9(08).
       01 LK-DIAS           PIC 9(04).
       01 LK-MULTA          PIC 9(06)V99.
       01 LK-JUROS          PIC 9(06)V99.
       01 LK-VALOR-ATUAL    PIC 9(06)V99.
       01 LK-ACHOU          PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-ANOLETIVO LK-VALOR LK-VENCIMENTO
                                LK-VIA-VENC LK-DATA-REF LK-DIAS
                                LK-MULTA LK-JUROS LK-VALOR-ATUAL
                                LK-ACHOU.
       CALCULA-001.
                MOVE "N" TO LK-ACHOU
                MOVE ZEROS TO LK-DIAS LK-MULTA LK-JUROS
                MOVE LK-VALOR TO LK-VALOR-ATUAL
                MOVE LK-DATA-REF TO W-DATA-CALC
                IF LK-VIA-VENC > ZEROS
                   AND LK-DATA-REF > LK-VENCIMENTO
                   AND LK-DATA-REF NOT > LK-VIA-VENC
                   MOVE LK-VIA-VENC TO W-DATA-CALC.
                IF W-DATA-CALC NOT > LK-VENCIMENTO
                   GO TO CALCULA-FIM.
                MOVE LK-VENCIMENTO TO W-DATA-TRAB
                PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
                MOVE W-SERIAL TO W-SERIAL-VENC
                MOVE W-DATA-CALC TO W-DATA-TRAB
                PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
                MOVE W-SERIAL TO W-SERIAL-CALC
                COMPUTE LK-DIAS = W-SERIAL-CALC - W-SERIAL-VENC
                OPEN INPUT CADMULTA
                IF ST-ERRO NOT = "00"
                   GO TO CALCULA-FIM.
                MOVE LK-ANOLETIVO TO MUL-ANOLETIVO
                READ CADMULTA
                IF ST-ERRO NOT = "00"
                   GO TO CALCULA-CLOSE.
                MOVE "S" TO LK-ACHOU
                IF LK-DIAS NOT > MUL-CARENCIA
                   GO TO CALCULA-CLOSE.
                COMPUTE LK-MULTA ROUNDED =
                        LK-VALOR * MUL-MULTA-PCT / 100
                COMPUTE LK-JUROS ROUNDED =
                        LK-VALOR * MUL-JUROS-PCT * LK-DIAS / 100
                COMPUTE LK-VALOR-ATUAL = LK-VALOR + LK-MULTA + LK-JUROS.
       CALCULA-CLOSE.
                CLOSE CADMULTA.
       CALCULA-FIM.
                EXIT PROGRAM.
      *
      *****************************************
      * DIA SERIAL (ANO X 365 + BISSEXTOS ATE  *
      * A DATA + DIAS DO MES + DIA). OS        *
      * BISSEXTOS SAO CONTADOS ATE O ANO       *
      * ANTERIOR QUANDO A DATA E DE JANEIRO OU *
      * FEVEREIRO                              *
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
