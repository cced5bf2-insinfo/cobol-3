       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201782.
       AUTHOR. LEANDRO.
      **************************************************
      * FUNCIONARIOS AFASTADOS - LISTA OS AFASTAMENTOS   *
      * DO CADAFAST.DAT EM CURSO NA DATA DE REFERENCIA   *
      * (CARTAO SYSIN AAAAMMDD; ZEROS = HOJE): INICIO JA *
      * PASSADO E SEM RETORNO EFETIVO ATE A DATA. PARA   *
      * CADA UM IMPRIME MATRICULA, NOME (CADFUNC.DAT),   *
      * TIPO, INICIO, RETORNO PREVISTO, DIAS AFASTADO    *
      * ATE A DATA E OS DIAS JA A CARGO DO INSS (VIA     *
      * P201780), MARCANDO "ATRASADO" QUANDO O RETORNO   *
      * PREVISTO JA PASSOU. FECHA COM A QUANTIDADE POR   *
      * TIPO. SAI PELO MODULO COMUM P201675.             *
      **************************************************
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
                    FILE STATUS  IS ST-AFAST.
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
       FD CADAFAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAFAST.DAT".
           COPY AFASTREC.
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
           COPY FUNCREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "FUNCIONARIOS AFASTADOS".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201782".
       77 ST-AFAST          PIC X(02) VALUE "00".
       77 ST-FUNC           PIC X(02) VALUE "00".
       77 W-PARM-DATA       PIC 9(08) VALUE ZEROS.
       77 W-AF-DIAS         PIC 9(04) VALUE ZEROS.
       77 W-AF-INSS         PIC 9(04) VALUE ZEROS.
       77 W-AF-SUSP         PIC 9(04) VALUE ZEROS.
       77 W-AF-RETORNO      PIC 9(08) VALUE ZEROS.
       77 W-AF-ACHOU        PIC X(01) VALUE "N".
       77 W-CONT-DOENCA     PIC 9(05) VALUE ZEROS.
       77 W-CONT-ACIDENTE   PIC 9(05) VALUE ZEROS.
       77 W-CONT-MATERN     PIC 9(05) VALUE ZEROS.
       77 W-CONT-LICENCA    PIC 9(05) VALUE ZEROS.
       77 W-CONT-ATRASADO   PIC 9(05) VALUE ZEROS.
       01 W-HOJE.
                03 W-ANO-ATUAL     PIC 9(04).
                03 W-MES-ATUAL     PIC 9(02).
                03 W-DIA-ATUAL     PIC 9(02).
       01 W-HOJE-NUM REDEFINES W-HOJE PIC 9(08).
       01 LINHA-CAB1.
                03 FILLER        PIC X(20) VALUE "AFASTADOS EM ".
                03 LC-DATA       PIC 9(08).
       01 LINHA-CAB2.
                03 FILLER        PIC X(43)
                    VALUE "MATR  NOME".
                03 FILLER        PIC X(23) VALUE "TIPO".
                03 FILLER        PIC X(20)
                    VALUE "INICIO    PREVISTO".
                03 FILLER        PIC X(20)
                    VALUE "DIAS  INSS".
       01 LINHA-DET.
                03 LD-MATRICULA  PIC ZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-NOME       PIC X(30).
                03 FILLER        PIC X(07) VALUE SPACES.
                03 LD-TIPO       PIC X(22).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-INICIO     PIC 9(08).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-PREVISTO   PIC 9(08).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-DIAS       PIC ZZZ9.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-INSS       PIC ZZZ9.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-SIT        PIC X(08).
       01 LINHA-TOT1.
                03 FILLER        PIC X(30)
                    VALUE "AFASTADOS POR DOENCA........: ".
                03 LT-DOENCA     PIC ZZZZ9.
       01 LINHA-TOT2.
                03 FILLER        PIC X(30)
                    VALUE "POR ACIDENTE DE TRABALHO....: ".
                03 LT-ACIDENTE   PIC ZZZZ9.
       01 LINHA-TOT3.
                03 FILLER        PIC X(30)
                    VALUE "EM LICENCA MATERNIDADE......: ".
                03 LT-MATERN     PIC ZZZZ9.
       01 LINHA-TOT4.
                03 FILLER        PIC X(30)
                    VALUE "EM LICENCA NAO REMUNERADA...: ".
                03 LT-LICENCA    PIC ZZZZ9.
       01 LINHA-TOT5.
                03 FILLER        PIC X(30)
                    VALUE "COM RETORNO PREVISTO VENCIDO: ".
                03 LT-ATRASADO   PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-PARM-DATA
                IF W-PARM-DATA = ZEROS
                   ACCEPT W-HOJE FROM DATE YYYYMMDD
                ELSE
                   MOVE W-PARM-DATA TO W-HOJE-NUM.
                PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM
                PERFORM LISTA-AFAST THRU LISTA-AFAST-FIM
                PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
                STOP RUN.
      *
       ABRE-ARQUIVOS.
                OPEN INPUT CADAFAST
                IF ST-AFAST NOT = "00"
                   DISPLAY "SEM ARQUIVO DE AFASTAMENTOS (CADAFAST): "
                                                            ST-AFAST
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADFUNC
                IF ST-FUNC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: "
                                                             ST-FUNC
                   STOP RUN.
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE W-HOJE-NUM TO LC-DATA
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
      * AFASTAMENTOS EM CURSO NA DATA: INICIO  *
      * ATE A DATA E RETORNO EFETIVO AUSENTE   *
      * OU POSTERIOR                           *
      *****************************************
       LISTA-AFAST.
                READ CADAFAST NEXT RECORD
                   AT END
                      GO TO LISTA-AFAST-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF AFA-SIT-EXCLUIDO
                   GO TO LISTA-AFAST.
                IF AFA-INICIO > W-HOJE-NUM
                   GO TO LISTA-AFAST.
                IF AFA-RETORNO NOT = ZEROS
                   AND AFA-RETORNO NOT > W-HOJE-NUM
                   GO TO LISTA-AFAST.
                MOVE AFA-MATRICULA TO FUN-MATRICULA
                READ CADFUNC
                IF ST-FUNC NOT = "00"
                   MOVE SPACES TO FUN-NOME.
                MOVE AFA-MATRICULA TO LD-MATRICULA
                MOVE FUN-NOME      TO LD-NOME
                IF AFA-DOENCA
                   MOVE "DOENCA" TO LD-TIPO
                   ADD 1 TO W-CONT-DOENCA.
                IF AFA-ACIDENTE
                   MOVE "ACIDENTE DE TRABALHO" TO LD-TIPO
                   ADD 1 TO W-CONT-ACIDENTE.
                IF AFA-MATERNIDADE
                   MOVE "MATERNIDADE" TO LD-TIPO
                   ADD 1 TO W-CONT-MATERN.
                IF AFA-LICENCA
                   MOVE "LICENCA NAO REMUNERADA" TO LD-TIPO
                   ADD 1 TO W-CONT-LICENCA.
                MOVE AFA-INICIO   TO LD-INICIO
                MOVE AFA-PREVISTO TO LD-PREVISTO
      *
      * DIAS DESTE AFASTAMENTO ATE A DATA - A CONTAGEM DO P201780
      * PARTE DO INICIO DELE PARA NAO SOMAR AFASTAMENTOS ANTERIORES
      *
                MOVE "N" TO W-AF-ACHOU
                CALL "P201780" USING AFA-MATRICULA AFA-INICIO
                            W-HOJE-NUM W-AF-DIAS W-AF-INSS W-AF-SUSP
                            W-AF-RETORNO W-AF-ACHOU
                MOVE W-AF-DIAS TO LD-DIAS
                MOVE W-AF-INSS TO LD-INSS
                IF AFA-PREVISTO < W-HOJE-NUM
                   MOVE "ATRASADO" TO LD-SIT
                   ADD 1 TO W-CONT-ATRASADO
                ELSE
                   MOVE SPACES TO LD-SIT.
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                GO TO LISTA-AFAST.
       LISTA-AFAST-FIM.
                EXIT.
      *
       FECHA-ARQUIVOS.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-DOENCA TO LT-DOENCA
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-ACIDENTE TO LT-ACIDENTE
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-MATERN TO LT-MATERN
                MOVE LINHA-TOT3 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-LICENCA TO LT-LICENCA
                MOVE LINHA-TOT4 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-ATRASADO TO LT-ATRASADO
                MOVE LINHA-TOT5 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                CLOSE CADAFAST CADFUNC.
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
