       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201780.
       AUTHOR. LEANDRO.
      ****************************************************
      * DIAS DE AFASTAMENTO (CADAFAST.DAT) DE UMA         *
      * MATRICULA DENTRO DE UM PERIODO (DATA INICIAL E    *
      * FINAL AAAAMMDD, AMBAS INCLUSIVE). DEVOLVE O TOTAL *
      * DE DIAS AFASTADO, OS DIAS PAGOS PELO INSS (DOENCA *
      * E ACIDENTE A PARTIR DO 16O DIA DO AFASTAMENTO) E  *
      * OS DIAS DE CONTRATO SUSPENSO (LICENCA NAO         *
      * REMUNERADA); A EMPRESA NAO PAGA NENHUM DOS DOIS.  *
      * DEVOLVE TAMBEM A DATA DE RETORNO DO ULTIMO        *
      * AFASTAMENTO COM DIAS DE INSS NO PERIODO (99999999 *
      * QUANDO AINDA NAO VOLTOU). SEM AFASTAMENTO NO      *
      * PERIODO (OU SEM O ARQUIVO), DEVOLVE TUDO ZERO E   *
      * ACHOU = "N". CHAMADO PELA FOLHA P201662, PELAS    *
      * FERIAS P201719 E PELO RELATORIO P201782.          *
      ****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADAFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AFAST
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAFAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAFAST.DAT".
           COPY AFASTREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 W-SERIAL         PIC 9(07) VALUE ZEROS.
       77 W-SER-INI        PIC 9(07) VALUE ZEROS.
       77 W-SER-FIM        PIC 9(07) VALUE ZEROS.
       77 W-SER-AFA-INI    PIC 9(07) VALUE ZEROS.
       77 W-SER-AFA-FIM    PIC 9(07) VALUE ZEROS.
       77 W-SER-INSS       PIC 9(07) VALUE ZEROS.
       77 W-TRECHO-INI     PIC 9(07) VALUE ZEROS.
       77 W-TRECHO-FIM     PIC 9(07) VALUE ZEROS.
       77 W-DIAS-TRECHO    PIC 9(07) VALUE ZEROS.
       77 W-ANO-B          PIC 9(04) VALUE ZEROS.
       77 W-Q4             PIC 9(04) VALUE ZEROS.
       77 W-Q100           PIC 9(04) VALUE ZEROS.
       77 W-Q400           PIC 9(04) VALUE ZEROS.
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
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-MATRICULA      PIC 9(05).
       01 LK-DATA-INI       PIC 9(08).
       01 LK-DATA-FIM       PIC 9(08).
       01 LK-DIAS-AFAST     PIC 9(04).
       01 LK-DIAS-INSS      PIC 9(04).
       01 LK-DIAS-SUSP      PIC 9(04).
       01 LK-RETORNO        PIC 9(08).
       01 LK-ACHOU          PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-MATRICULA LK-DATA-INI LK-DATA-FIM
                                LK-DIAS-AFAST LK-DIAS-INSS
                                LK-DIAS-SUSP LK-RETORNO LK-ACHOU.
       CALCULA-001.
                MOVE "N" TO LK-ACHOU
                MOVE ZEROS TO LK-DIAS-AFAST LK-DIAS-INSS LK-DIAS-SUSP
                              LK-RETORNO
                IF LK-DATA-INI > LK-DATA-FIM
                   GO TO CALCULA-FIM.
                MOVE LK-DATA-INI TO W-DATA-TRAB-NUM
                PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
                MOVE W-SERIAL TO W-SER-INI
                MOVE LK-DATA-FIM TO W-DATA-TRAB-NUM
                PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
                MOVE W-SERIAL TO W-SER-FIM
                OPEN INPUT CADAFAST
                IF ST-ERRO NOT = "00"
                   GO TO CALCULA-FIM.
                MOVE LK-MATRICULA TO AFA-MATRICULA
                MOVE ZEROS        TO AFA-INICIO
                START CADAFAST KEY IS NOT < CHAVE-AFAST
                IF ST-ERRO NOT = "00"
                   GO TO CALCULA-CLOSE.
       CALCULA-002.
                READ CADAFAST NEXT RECORD
                   AT END
                      GO TO CALCULA-CLOSE
                   NOT AT END
                      NEXT SENTENCE.
                IF AFA-MATRICULA NOT = LK-MATRICULA
                   GO TO CALCULA-CLOSE.
                IF AFA-SIT-EXCLUIDO
                   GO TO CALCULA-002.
                IF AFA-INICIO > LK-DATA-FIM
                   GO TO CALCULA-002.
                IF AFA-RETORNO NOT = ZEROS
                   AND AFA-RETORNO NOT > LK-DATA-INI
                   GO TO CALCULA-002.
      *
      * O AFASTAMENTO VAI DO INICIO ATE A VESPERA DO RETORNO; SEM
      * RETORNO, ATE O FIM DO PERIODO PEDIDO
      *
                MOVE AFA-INICIO TO W-DATA-TRAB-NUM
                PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
                MOVE W-SERIAL TO W-SER-AFA-INI
                IF AFA-RETORNO = ZEROS
                   MOVE W-SER-FIM TO W-SER-AFA-FIM
                ELSE
                   MOVE AFA-RETORNO TO W-DATA-TRAB-NUM
                   PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
                   COMPUTE W-SER-AFA-FIM = W-SERIAL - 1.
                MOVE W-SER-AFA-INI TO W-TRECHO-INI
                MOVE W-SER-AFA-FIM TO W-TRECHO-FIM
                PERFORM CONTA-TRECHO THRU CONTA-TRECHO-FIM
                IF W-DIAS-TRECHO = ZEROS
                   GO TO CALCULA-002.
                MOVE "S" TO LK-ACHOU
                ADD W-DIAS-TRECHO TO LK-DIAS-AFAST
                IF AFA-LICENCA
                   ADD W-DIAS-TRECHO TO LK-DIAS-SUSP
                   GO TO CALCULA-002.
                IF AFA-MATERNIDADE
                   GO TO CALCULA-002.
      *
      * DOENCA E ACIDENTE: OS 15 PRIMEIROS DIAS SAO DA EMPRESA, O
      * RESTO E DO INSS
      *
                COMPUTE W-SER-INSS = W-SER-AFA-INI + 15
                IF W-SER-INSS > W-SER-AFA-FIM
                   GO TO CALCULA-002.
                MOVE W-SER-INSS    TO W-TRECHO-INI
                MOVE W-SER-AFA-FIM TO W-TRECHO-FIM
                PERFORM CONTA-TRECHO THRU CONTA-TRECHO-FIM
                IF W-DIAS-TRECHO = ZEROS
                   GO TO CALCULA-002.
                ADD W-DIAS-TRECHO TO LK-DIAS-INSS
                IF AFA-RETORNO = ZEROS
                   MOVE 99999999 TO LK-RETORNO
                ELSE
                   IF AFA-RETORNO > LK-RETORNO
                      MOVE AFA-RETORNO TO LK-RETORNO.
                GO TO CALCULA-002.
       CALCULA-CLOSE.
                CLOSE CADAFAST.
       CALCULA-FIM.
                EXIT PROGRAM.
      *
      *****************************************
      * DIAS DO TRECHO (SERIAIS INICIAL E      *
      * FINAL) QUE CAEM DENTRO DO PERIODO      *
      * PEDIDO                                 *
      *****************************************
       CONTA-TRECHO.
                MOVE ZEROS TO W-DIAS-TRECHO
                IF W-TRECHO-INI < W-SER-INI
                   MOVE W-SER-INI TO W-TRECHO-INI.
                IF W-TRECHO-FIM > W-SER-FIM
                   MOVE W-SER-FIM TO W-TRECHO-FIM.
                IF W-TRECHO-INI > W-TRECHO-FIM
                   GO TO CONTA-TRECHO-FIM.
                COMPUTE W-DIAS-TRECHO = W-TRECHO-FIM - W-TRECHO-INI
                                      + 1.
       CONTA-TRECHO-FIM.
                EXIT.
      *
      *****************************************
      * DIA SERIAL (ANO X 365 + BISSEXTOS ATE  *
      * A DATA + DIAS DO MES + DIA), COMO NO   *
      * P201767                                *
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
