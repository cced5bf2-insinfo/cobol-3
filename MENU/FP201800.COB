       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201800.
       AUTHOR. LEANDRO.
      **************************************************
      * REGISTRO DE CONSENTIMENTO (LGPD) NO CADCONSENT.  *
      * O OPERADOR INFORMA A ORIGEM DA PESSOA (A=AMIGO,  *
      * L=ALUNO/FAMILIA, F=FUNCIONARIO, R=RESPONSAVEL    *
      * FINANCEIRO), A CHAVE NO CADASTRO DE ORIGEM       *
      * (APELIDO, RM, MATRICULA OU CPF - CONFERIDA NO    *
      * ARQUIVO E MOSTRADO O NOME), A FINALIDADE         *
      * (MD=MALA DIRETA, EV=CONVITES, AV=AVISOS), A      *
      * SITUACAO (C=CONCEDIDO, R=REVOGADO) E A DATA EM   *
      * QUE FOI DADO OU RETIRADO. NAO HA EXCLUSAO: A     *
      * REVOGACAO E UMA NOVA SITUACAO, E CADA MUDANCA    *
      * VAI PARA A AUDITORIA. A ROTINA P201801 CONSULTA  *
      * O REGISTRO ANTES DE CADA ENVIO.                  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONSENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CONSENT
                    FILE STATUS  IS ST-ERRO.
       SELECT AMIGOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-AMIGOS
                    ALTERNATE RECORD KEY IS CHAVE3 = NOME
                                                      WITH DUPLICATES.
       SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALU-RM
                    FILE STATUS  IS ST-ALUNO
                    ALTERNATE RECORD KEY IS ALU-NOME
                               WITH DUPLICATES.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FUN-MATRICULA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS FUN-NOME
                               WITH DUPLICATES.
       SELECT CADRESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RES-CPF
                    FILE STATUS  IS ST-RESP
                    ALTERNATE RECORD KEY IS RES-NOME
                               WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONSENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSENT.DAT".
           COPY CONSENTREC.
       FD AMIGOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AMIGOS.DAT".
           COPY AMIGOREC.
       FD CADALUNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALUNO.DAT".
           COPY ALUNOREC.
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
           COPY FUNCREC.
       FD CADRESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESP.DAT".
           COPY RESPREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-AMIGOS        PIC X(02) VALUE "00".
       77 ST-ALUNO         PIC X(02) VALUE "00".
       77 ST-FUNC          PIC X(02) VALUE "00".
       77 ST-RESP          PIC X(02) VALUE "00".
       77 W-SEL            PIC 9(01) VALUE ZEROS.
       77 W-TECLA          PIC X(01) VALUE SPACE.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA      PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO   PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR PIC X(01) VALUE "N".
       77 W-OP-NOME    PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA PIC X(08) VALUE "FP201800".
       77 W-QSC-LIBERADO PIC X(01) VALUE "N".
       77 W-NUM5           PIC 9(05) VALUE ZEROS.
       77 W-NUM11          PIC 9(11) VALUE ZEROS.
       77 W-NOME-PESSOA    PIC X(35) VALUE SPACES.
       77 W-ACHOU          PIC X(01) VALUE "N".
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "FP201800".
       77 W-AUD-ACAO       PIC X(10) VALUE SPACES.
       77 W-AUD-CHAVE      PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES      PIC X(200) VALUE SPACES.
       77 W-AUD-DEPOIS     PIC X(200) VALUE SPACES.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
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
                OPEN I-O CADCONSENT
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADCONSENT
                      CLOSE CADCONSENT
                      MOVE "*** ARQUIVO CADCONSENT CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO CADCONSENT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * OS CADASTROS DE ORIGEM SO SERVEM PARA CONFERIR A CHAVE;
      * SE UM DELES NAO ABRIR, A ORIGEM CORRESPONDENTE NAO ACHA
      * NINGUEM
      *
                OPEN INPUT AMIGOS
                OPEN INPUT CADALUNO
                OPEN INPUT CADFUNC
                OPEN INPUT CADRESP
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
       CSN-001.
                MOVE SPACES TO CSN-ORIGEM CSN-CHAVE CSN-FINALIDADE
                               CSN-SITUACAO W-NOME-PESSOA
                MOVE ZEROS  TO CSN-DATA W-NUM5 W-NUM11
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "REGISTRO DE CONSENTIMENTO - LGPD"
                DISPLAY (04, 01)
                    "ORIGEM......:   (A=AMIGO L=ALUNO F=FUNC R=RESP)"
                DISPLAY (05, 01) "CHAVE.......: "
                DISPLAY (07, 01)
                    "FINALIDADE..:    (MD=MALA EV=CONVITE AV=AVISO)"
                DISPLAY (09, 01)
                    "SITUACAO....:   (C=CONCEDIDO R=REVOGADO)"
                DISPLAY (10, 01) "DATA........:          (AAAAMMDD)"
                DISPLAY (11, 01) "OPERADOR....: ".
       CSN-002.
                ACCEPT (04, 15) CSN-ORIGEM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADCONSENT AMIGOS CADALUNO CADFUNC CADRESP
                   GO TO ROT-FIM.
                IF CSN-ORIGEM = "a" MOVE "A" TO CSN-ORIGEM.
                IF CSN-ORIGEM = "l" MOVE "L" TO CSN-ORIGEM.
                IF CSN-ORIGEM = "f" MOVE "F" TO CSN-ORIGEM.
                IF CSN-ORIGEM = "r" MOVE "R" TO CSN-ORIGEM.
                IF NOT CSN-ORIGEM-VALIDA
                   MOVE "*** ORIGEM DEVE SER A, L, F OU R ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CSN-002.
      *
      * CHAVE NO CADASTRO DE ORIGEM: APELIDO, OU RM/MATRICULA/CPF
      * NUMERICOS, GRAVADOS COM ZEROS A ESQUERDA
      *
       CSN-003.
                DISPLAY (05, 15) "               "
                DISPLAY (05, 30) LIMPA
                IF CSN-ORIGEM = "A"
                   ACCEPT (05, 15) CSN-CHAVE
                ELSE
                   IF CSN-ORIGEM = "R"
                      ACCEPT (05, 15) W-NUM11
                      MOVE W-NUM11 TO CSN-CHAVE
                   ELSE
                      ACCEPT (05, 15) W-NUM5
                      MOVE W-NUM5 TO CSN-CHAVE.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CSN-002.
                IF CSN-CHAVE = SPACES OR CSN-CHAVE = "00000"
                   OR CSN-CHAVE = "00000000000"
                   MOVE "*** CHAVE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CSN-003.
                PERFORM BUSCA-PESSOA THRU BUSCA-PESSOA-FIM
                IF W-ACHOU NOT = "S"
                   MOVE "*** PESSOA NAO CADASTRADA NA ORIGEM ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CSN-003.
                DISPLAY (05, 30) W-NOME-PESSOA.
       CSN-004.
                ACCEPT (07, 15) CSN-FINALIDADE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CSN-003.
                IF NOT CSN-FINALIDADE-VALIDA
                   MOVE "*** FINALIDADE DEVE SER MD, EV OU AV ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CSN-004.
       LER-CSN01.
                MOVE 0 TO W-SEL
                MOVE SPACES TO W-AUD-ANTES
                READ CADCONSENT
                IF ST-ERRO = "00"
                   MOVE 1 TO W-SEL
                   MOVE REGCONSENT TO W-AUD-ANTES
                   DISPLAY (09, 15) CSN-SITUACAO
                   DISPLAY (10, 15) CSN-DATA
                   DISPLAY (11, 15) CSN-OPERADOR
                   MOVE "*** CONSENTIMENTO JA REGISTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                ELSE
                   IF ST-ERRO NOT = "23"
                      MOVE "ERRO NA LEITURA DO CADCONSENT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                   ELSE
                      MOVE "C" TO CSN-SITUACAO.
                MOVE W-HOJE TO CSN-DATA.
       CSN-005.
                ACCEPT (09, 15) CSN-SITUACAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CSN-004.
                IF CSN-SITUACAO = "c" MOVE "C" TO CSN-SITUACAO.
                IF CSN-SITUACAO = "r" MOVE "R" TO CSN-SITUACAO.
                IF NOT CSN-CONCEDIDO AND NOT CSN-REVOGADO
                   MOVE "*** SITUACAO DEVE SER C OU R ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CSN-005.
       CSN-006.
                ACCEPT (10, 15) CSN-DATA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CSN-005.
                IF CSN-DATA > W-HOJE OR CSN-DATA < 19000101
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CSN-006.
       CSN-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR    (S/N) : ".
                ACCEPT (23, 58) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CSN-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** CONSENTIMENTO NAO GRAVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CSN-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CSN-OPC.
       CSN-GRAVA.
                MOVE W-OPERADOR TO CSN-OPERADOR
                IF W-SEL = 1
                   MOVE "ALTERACAO" TO W-AUD-ACAO
                   REWRITE REGCONSENT
                ELSE
                   MOVE "GRAVACAO" TO W-AUD-ACAO
                   WRITE REGCONSENT.
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO CADCONSENT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CSN-001.
                MOVE CHAVE-CONSENT TO W-AUD-CHAVE
                MOVE REGCONSENT TO W-AUD-DEPOIS
                CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                            W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                            W-AUD-DEPOIS
                MOVE "*** CONSENTIMENTO GRAVADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CSN-001.
      *
      *****************************************
      * CONFERE A CHAVE NO CADASTRO DE ORIGEM  *
      * E DEVOLVE O NOME DA PESSOA             *
      *****************************************
       BUSCA-PESSOA.
                MOVE "N" TO W-ACHOU
                MOVE SPACES TO W-NOME-PESSOA
                IF CSN-ORIGEM = "A"
                   MOVE CSN-CHAVE TO APELIDO
                   READ AMIGOS
                   IF ST-AMIGOS = "00"
                      MOVE "S" TO W-ACHOU
                      MOVE NOME TO W-NOME-PESSOA.
                IF CSN-ORIGEM = "L"
                   MOVE W-NUM5 TO ALU-RM
                   READ CADALUNO
                   IF ST-ALUNO = "00"
                      MOVE "S" TO W-ACHOU
                      MOVE ALU-NOME TO W-NOME-PESSOA.
                IF CSN-ORIGEM = "F"
                   MOVE W-NUM5 TO FUN-MATRICULA
                   READ CADFUNC
                   IF ST-FUNC = "00"
                      MOVE "S" TO W-ACHOU
                      MOVE FUN-NOME TO W-NOME-PESSOA.
                IF CSN-ORIGEM = "R"
                   MOVE W-NUM11 TO RES-CPF
                   READ CADRESP
                   IF ST-RESP = "00"
                      MOVE "S" TO W-ACHOU
                      MOVE RES-NOME TO W-NOME-PESSOA.
       BUSCA-PESSOA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
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
