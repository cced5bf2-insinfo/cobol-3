       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201781.
       AUTHOR. LEANDRO.
      **************************************************
      * MANUTENCAO DOS AFASTAMENTOS DO FUNCIONARIO       *
      * (CADAFAST), CHAVEADOS POR MATRICULA (CONFERIDA   *
      * NO CADFUNC.DAT) E DATA DE INICIO (AAAAMMDD). O   *
      * OPERADOR INFORMA O TIPO (D=DOENCA, T=ACIDENTE DE *
      * TRABALHO, M=MATERNIDADE, L=LICENCA NAO           *
      * REMUNERADA), A DATA PREVISTA DE RETORNO E,       *
      * QUANDO O FUNCIONARIO VOLTA, A DATA EFETIVA DO    *
      * RETORNO (PRIMEIRO DIA TRABALHADO; ZERO = AINDA   *
      * AFASTADO). A FOLHA P201662, AS FERIAS P201719 E  *
      * O PONTO P201724 CONSIDERAM OS AFASTAMENTOS       *
      * DAQUI. A EXCLUSAO E LOGICA ("E"). TUDO AUDITADO  *
      * VIA P201622.                                     *
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
                    FILE STATUS  IS ST-ERRO
                    LOCK MODE    IS AUTOMATIC
                    WITH LOCK ON RECORD.
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
       77 W-SEL            PIC 9(01) VALUE ZEROS.
       77 W-TECLA          PIC X(01) VALUE SPACE.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-FUNC          PIC X(02) VALUE "00".
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
       77 W-DESC-TIPO      PIC X(25) VALUE SPACES.
       77 W-SITUACAO       PIC X(10) VALUE SPACES.
       77 W-DATA-OK        PIC X(01) VALUE "N".
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA      PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO   PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR PIC X(01) VALUE "N".
       77 W-OP-NOME    PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA PIC X(08) VALUE "FP201781".
       77 W-QSC-LIBERADO PIC X(01) VALUE "N".
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "FP201781".
       77 W-AUD-ACAO       PIC X(10) VALUE SPACES.
       77 W-AUD-CHAVE      PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES      PIC X(200) VALUE SPACES.
       77 W-AUD-DEPOIS     PIC X(200) VALUE SPACES.
       01 W-DATA.
                03 W-DT-ANO      PIC 9(04).
                03 W-DT-MES      PIC 9(02).
                03 W-DT-DIA      PIC 9(02).
       01 W-DATA-NUM REDEFINES W-DATA PIC 9(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-SIGNON.
                DISPLAY (01, 01) ERASE
                DISPLAY (10, 20) "IDENTIFICACAO DO OPERADOR"
                DISPLAY (12, 20) "OPERADOR: "
                DISPLAY (13, 20) "SENHA...: ".
       INC-SIGNON1.
                ACCEPT (12, 31) W-OPERADOR
                IF W-OPERADOR = SPACES
                   MOVE "*** OPERADOR EM BRANCO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-SIGNON1.
       INC-SIGNON2.
                ACCEPT (13, 31) W-SENHA
                MOVE ZEROS TO W-OP-OPCAO
                CALL "P201674" USING W-OPERADOR W-SENHA W-OP-OPCAO
                            W-OP-AUTORIZADO W-OP-SUPERVISOR W-OP-NOME
                IF W-OP-AUTORIZADO NOT = "S"
                   MOVE "*** OPERADOR OU SENHA INVALIDOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-SIGNON1.
      *
      *****************************************
      * SISTEMA EM QUIESCE? (SISSTAT VIA       *
      * P201738, QUE TAMBEM REGISTRA A SESSAO) *
      *****************************************
       INC-QUIESCE.
                MOVE "N" TO W-QSC-LIBERADO
                CALL "P201738" USING W-QSC-PROGRAMA W-OPERADOR
                                     W-QSC-LIBERADO
                IF W-QSC-LIBERADO NOT = "S"
                   MOVE "** SISTEMA EM QUIESCE - TENTE MAIS TARDE **"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
      *
       INC-OP0.
                OPEN I-O CADAFAST
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADAFAST
                      CLOSE CADAFAST
                      MOVE "*** ARQUIVO CADAFAST CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO CADAFAST" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                OPEN INPUT CADFUNC
                IF ST-FUNC NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADAFAST
                   GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO AFA-MATRICULA AFA-INICIO AFA-PREVISTO
                               AFA-RETORNO
                MOVE SPACES TO AFA-TIPO AFA-OBS
                MOVE "A" TO AFA-SIT-REGISTRO
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 15) "AFASTAMENTOS DO FUNCIONARIO"
                DISPLAY  (04, 01) "MATRICULA: "
                DISPLAY  (07, 01) "INICIO...:          (AAAAMMDD)"
                DISPLAY  (09, 01) "TIPO.....: "
                DISPLAY  (10, 01)
                   "D=DOENCA  T=ACIDENTE DE TRABALHO  M=MATERNIDADE"
                DISPLAY  (11, 01) "L=LICENCA NAO REMUNERADA"
                DISPLAY  (13, 01)
                   "RETORNO PREVISTO.:          (AAAAMMDD)"
                DISPLAY  (14, 01)
                   "RETORNO EFETIVO..:          (AAAAMMDD)"
                DISPLAY  (14, 40) "ZERO = AINDA AFASTADO"
                DISPLAY  (16, 01) "OBS: "
                DISPLAY  (17, 01) "SITUACAO: ".
       INC-002.
                ACCEPT  (04, 12) AFA-MATRICULA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADAFAST CADFUNC
                   GO TO ROT-FIM.
                IF AFA-MATRICULA = ZEROS
                   MOVE "*** MATRICULA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE AFA-MATRICULA TO FUN-MATRICULA
                READ CADFUNC
                IF ST-FUNC NOT = "00"
                   MOVE "*** MATRICULA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF FUN-SIT-EXCLUIDO
                   MOVE "*** REGISTRO EXCLUIDO DO CADFUNC ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 01) FUN-NOME.
       INC-003.
                ACCEPT  (07, 12) AFA-INICIO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE AFA-INICIO TO W-DATA-NUM
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DATA-OK NOT = "S"
                   MOVE "*** DATA DE INICIO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-AFAST01.
                MOVE 0 TO W-SEL
                READ CADAFAST
                IF ST-ERRO = "99"
                   MOVE "** REGISTRO EM USO POR OUTRO OPERADOR **"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM MOSTRA-AFAST THRU MOSTRA-AFAST-FIM
                      MOVE REGAFAST TO W-AUD-ANTES
                      MOVE "*** AFASTAMENTO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADAFAST" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   PERFORM MOSTRA-AFAST THRU MOSTRA-AFAST-FIM.
       INC-004.
                ACCEPT (09, 12) AFA-TIPO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF NOT AFA-TIPO-VALIDO
                   MOVE "*** TIPO DE AFASTAMENTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                PERFORM DESCREVE-TIPO THRU DESCREVE-TIPO-FIM
                DISPLAY (09, 14) W-DESC-TIPO.
       INC-005.
                ACCEPT (13, 20) AFA-PREVISTO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                MOVE AFA-PREVISTO TO W-DATA-NUM
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DATA-OK NOT = "S"
                   OR AFA-PREVISTO NOT > AFA-INICIO
                   MOVE "*** RETORNO PREVISTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT (14, 20) AFA-RETORNO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF AFA-RETORNO = ZEROS
                   GO TO INC-007.
                MOVE AFA-RETORNO TO W-DATA-NUM
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DATA-OK NOT = "S"
                   OR AFA-RETORNO NOT > AFA-INICIO
                   MOVE "*** RETORNO EFETIVO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT (16, 06) AFA-OBS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
       INC-008.
                IF W-SEL = 1
                            GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGAFAST
                IF ST-ERRO = "00" OR "02"
                      MOVE CHAVE-AFAST TO W-AUD-CHAVE
                      MOVE SPACES TO W-AUD-ANTES
                      MOVE REGAFAST TO W-AUD-DEPOIS
                      MOVE "GRAVACAO" TO W-AUD-ACAO
                      CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                                  W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                                  W-AUD-DEPOIS
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** AFASTAMENTO JA EXISTE ***  " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAFAST"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-004.
      *
       EXC-OPC.
                IF AFA-SIT-EXCLUIDO
                   MOVE "*** AFASTAMENTO JA EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                MOVE "E" TO AFA-SIT-REGISTRO
                REWRITE REGAFAST
                IF ST-ERRO = "00" OR "02"
                   MOVE CHAVE-AFAST TO W-AUD-CHAVE
                   MOVE REGAFAST TO W-AUD-DEPOIS
                   MOVE "EXCLUSAO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF ST-ERRO = "99"
                   MOVE "** REGISTRO EM USO POR OUTRO OPERADOR **"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE "A" TO AFA-SIT-REGISTRO
                REWRITE REGAFAST
                IF ST-ERRO = "00" OR "02"
                   MOVE CHAVE-AFAST TO W-AUD-CHAVE
                   MOVE REGAFAST TO W-AUD-DEPOIS
                   MOVE "ALTERACAO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF ST-ERRO = "99"
                   MOVE "** REGISTRO EM USO POR OUTRO OPERADOR **"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADAFAST" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       MOSTRA-AFAST.
                DISPLAY (09, 12) AFA-TIPO
                PERFORM DESCREVE-TIPO THRU DESCREVE-TIPO-FIM
                DISPLAY (09, 14) W-DESC-TIPO
                DISPLAY (13, 20) AFA-PREVISTO
                DISPLAY (14, 20) AFA-RETORNO
                DISPLAY (16, 06) AFA-OBS
                IF AFA-SIT-EXCLUIDO
                   MOVE "EXCLUIDO" TO W-SITUACAO
                ELSE
                   MOVE "ATIVO" TO W-SITUACAO.
                DISPLAY (17, 11) W-SITUACAO.
       MOSTRA-AFAST-FIM.
                EXIT.
      *
       DESCREVE-TIPO.
                MOVE SPACES TO W-DESC-TIPO
                IF AFA-DOENCA
                   MOVE "DOENCA" TO W-DESC-TIPO.
                IF AFA-ACIDENTE
                   MOVE "ACIDENTE DE TRABALHO" TO W-DESC-TIPO.
                IF AFA-MATERNIDADE
                   MOVE "MATERNIDADE" TO W-DESC-TIPO.
                IF AFA-LICENCA
                   MOVE "LICENCA NAO REMUNERADA" TO W-DESC-TIPO.
       DESCREVE-TIPO-FIM.
                EXIT.
      *
      *****************************************
      * DATA AAAAMMDD EM W-DATA COM MES E DIA  *
      * DENTRO DA FAIXA                        *
      *****************************************
       VALIDA-DATA.
                MOVE "S" TO W-DATA-OK
                IF W-DT-MES < 01 OR W-DT-MES > 12
                   OR W-DT-DIA < 01 OR W-DT-DIA > 31
                   OR W-DT-ANO = ZEROS
                   MOVE "N" TO W-DATA-OK.
       VALIDA-DATA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE SPACE TO W-TECLA.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
               ACCEPT W-TECLA WITH TIME-OUT 2
               DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
