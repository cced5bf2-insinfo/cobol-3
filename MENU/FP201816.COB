       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201816.
       AUTHOR. LEANDRO.
      **************************************************
      * CADASTRO DO PATRIMONIO (CADPATRI): PLAQUETA,     *
      * DESCRICAO DO BEM, DATA E VALOR DE AQUISICAO,     *
      * VIDA UTIL EM MESES E, NA INCLUSAO, O LOCAL -      *
      * DEPARTAMENTO (CADEPTO VIA P201632), SALA (A      *
      * TUR-SALA DAS TURMAS OU OUTRO CODIGO) E           *
      * RESPONSAVEL (FUNCIONARIO ATIVO NO CADFUNC).      *
      * DEPOIS DE INCLUIDO, O LOCAL SO MUDA PELA         *
      * TRANSFERENCIA DO FP201817, QUE TAMBEM DA A       *
      * BAIXA; AQUI A ALTERACAO E SO DOS DADOS DO BEM E  *
      * NAO HA EXCLUSAO. BEM BAIXADO E SO CONSULTA.      *
      * TUDO PASSA PELA AUDITORIA (P201622).             *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPATRI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAT-PLAQUETA
                    FILE STATUS  IS ST-ERRO.
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
       FD CADPATRI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPATRI.DAT".
           COPY PATRIREC.
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
       77 W-DATA-OK        PIC X(01) VALUE "N".
       77 W-DIAS-MES       PIC 9(02) VALUE ZEROS.
       77 WZ-QUOC          PIC 9(08) VALUE ZEROS.
       77 WZ-R4            PIC 9(04) VALUE ZEROS.
       77 WZ-R100          PIC 9(04) VALUE ZEROS.
       77 WZ-R400          PIC 9(04) VALUE ZEROS.
       77 W-AQUISICAO      PIC 9(08) VALUE ZEROS.
       77 W-DEP-DENOM      PIC X(15) VALUE SPACES.
       77 W-DEP-ACHOU      PIC X(01) VALUE "N".
       77 W-SITUACAO       PIC X(10) VALUE SPACES.
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA          PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO       PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO  PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR  PIC X(01) VALUE "N".
       77 W-OP-NOME        PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA   PIC X(08) VALUE "FP201816".
       77 W-QSC-LIBERADO   PIC X(01) VALUE "N".
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "FP201816".
       77 W-AUD-ACAO       PIC X(10) VALUE SPACES.
       77 W-AUD-CHAVE      PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES      PIC X(200) VALUE SPACES.
       77 W-AUD-DEPOIS     PIC X(200) VALUE SPACES.
       01 W-HOJE.
                03 W-ANO-ATUAL     PIC 9(04).
                03 W-MES-ATUAL     PIC 9(02).
                03 W-DIA-ATUAL     PIC 9(02).
       01 W-HOJE-NUM REDEFINES W-HOJE PIC 9(08).
       01 W-DATA-CORR.
                03 WD-ANO          PIC 9(04).
                03 WD-MES          PIC 9(02).
                03 WD-DIA          PIC 9(02).
       01 W-DATA-NUM REDEFINES W-DATA-CORR PIC 9(08).
       01 W-TAB-MESES-V    PIC X(24) VALUE "312831303130313130313031".
       01 W-TAB-MESES REDEFINES W-TAB-MESES-V.
                03 TAB-DIAS-MES    PIC 9(02) OCCURS 12 TIMES.
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
                OPEN I-O CADPATRI
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADPATRI
                      CLOSE CADPATRI
                      MOVE "*** ARQUIVO CADPATRI CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPATRI"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                OPEN INPUT CADFUNC
                IF ST-FUNC NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADPATRI
                   GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO PAT-PLAQUETA PAT-AQUISICAO PAT-VALOR
                               PAT-VIDA-UTIL PAT-DEPTO PAT-RESPONSAVEL
                               PAT-BAIXA-DATA PAT-ULT-MOVTO
                MOVE SPACES TO PAT-DESCRICAO PAT-SALA PAT-BAIXA-MOTIVO
                MOVE "A" TO PAT-SITUACAO
                MOVE SPACES TO W-AUD-ANTES
                MOVE 0 TO W-SEL
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 20) "CADASTRO DO PATRIMONIO"
                DISPLAY  (04, 01) "PLAQUETA....: "
                DISPLAY  (06, 01) "DESCRICAO...: "
                DISPLAY  (07, 01) "AQUISICAO...:          (AAAAMMDD)"
                DISPLAY  (08, 01) "VALOR.......: "
                DISPLAY  (09, 01) "VIDA UTIL...:     MESES"
                DISPLAY  (11, 01) "DEPARTAMENTO: "
                DISPLAY  (12, 01) "SALA........: "
                DISPLAY  (13, 01) "RESPONSAVEL.: "
                DISPLAY  (15, 01) "SITUACAO....: "
                DISPLAY  (16, 01) "ULTIMA MOVIMENTACAO: ".
       INC-002.
                ACCEPT  (04, 15) PAT-PLAQUETA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADPATRI CADFUNC
                   GO TO ROT-FIM.
                IF PAT-PLAQUETA = ZEROS
                   MOVE "*** PLAQUETA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-PATRI.
                READ CADPATRI
                IF ST-ERRO = "00"
                   MOVE REGPATRI TO W-AUD-ANTES
                   PERFORM MOSTRA-PATRI THRU MOSTRA-PATRI-FIM
                   MOVE 1 TO W-SEL
                   GO TO ACE-001.
                IF ST-ERRO NOT = "23"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADPATRI" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       INC-003.
                ACCEPT (06, 15) PAT-DESCRICAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-SEL = 1
                      GO TO INC-001
                   ELSE
                      GO TO INC-002.
                IF PAT-DESCRICAO = SPACES
                   MOVE "*** DESCRICAO EM BRANCO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                MOVE PAT-AQUISICAO TO W-AQUISICAO
                ACCEPT (07, 15) W-AQUISICAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE W-AQUISICAO TO W-DATA-NUM
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DATA-OK NOT = "S"
                   MOVE "*** DATA DE AQUISICAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                IF W-AQUISICAO > W-HOJE-NUM
                   MOVE "*** DATA DE AQUISICAO FUTURA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE W-AQUISICAO TO PAT-AQUISICAO.
       INC-005.
                ACCEPT (08, 15) PAT-VALOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF PAT-VALOR = ZEROS
                   MOVE "*** VALOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT (09, 15) PAT-VIDA-UTIL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF PAT-VIDA-UTIL = ZEROS
                   MOVE "*** VIDA UTIL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF W-SEL = 1
                   GO TO ALT-OPC.
      *
      *****************************************
      * LOCAL DO BEM - SO NA INCLUSAO; DEPOIS  *
      * MUDA PELA TRANSFERENCIA (FP201817)     *
      *****************************************
      *
       INC-007.
                ACCEPT (11, 15) PAT-DEPTO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                MOVE "N" TO W-DEP-ACHOU
                CALL "P201632" USING PAT-DEPTO W-DEP-DENOM W-DEP-ACHOU
                IF W-DEP-ACHOU NOT = "S"
                   MOVE "*** DEPARTAMENTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                DISPLAY (11, 19) W-DEP-DENOM.
       INC-008.
                ACCEPT (12, 15) PAT-SALA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF PAT-SALA = SPACES
                   MOVE "*** SALA EM BRANCO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT (13, 15) PAT-RESPONSAVEL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                PERFORM LER-RESPONSAVEL THRU LER-RESPONSAVEL-FIM
                IF MENS NOT = SPACES
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                DISPLAY (13, 21) FUN-NOME.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE "A" TO PAT-SITUACAO
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE-NUM TO PAT-ULT-MOVTO
                WRITE REGPATRI
                IF ST-ERRO = "00" OR "02"
                   MOVE PAT-PLAQUETA TO W-AUD-CHAVE
                   MOVE SPACES TO W-AUD-ANTES
                   MOVE REGPATRI TO W-AUD-DEPOIS
                   MOVE "INCLUSAO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** BEM INCLUIDO NO PATRIMONIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF ST-ERRO = "22"
                   MOVE "*** PLAQUETA JA CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPATRI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * BEM JA CADASTRADO: NOVO OU ALTERAR     *
      * (BAIXADO E SO CONSULTA)                *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR"
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   GO TO INC-001.
                IF PAT-BAIXADO
                   MOVE "*** BEM BAIXADO - SO CONSULTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                GO TO INC-003.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGPATRI
                IF ST-ERRO = "00" OR "02"
                   MOVE PAT-PLAQUETA TO W-AUD-CHAVE
                   MOVE REGPATRI TO W-AUD-DEPOIS
                   MOVE "ALTERACAO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADPATRI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * RESPONSAVEL: FUNCIONARIO ATIVO E NAO   *
      * DESLIGADO (MENS EM BRANCO = OK)        *
      *****************************************
       LER-RESPONSAVEL.
                MOVE SPACES TO MENS
                MOVE PAT-RESPONSAVEL TO FUN-MATRICULA
                READ CADFUNC
                IF ST-FUNC NOT = "00"
                   MOVE "*** MATRICULA NAO CADASTRADA ***" TO MENS
                   GO TO LER-RESPONSAVEL-FIM.
                IF FUN-SIT-EXCLUIDO OR FUN-DEM-ANO NOT = ZEROS
                   MOVE "*** FUNCIONARIO EXCLUIDO OU DESLIGADO ***"
                                                             TO MENS.
       LER-RESPONSAVEL-FIM.
                EXIT.
      *
       MOSTRA-PATRI.
                DISPLAY (06, 15) PAT-DESCRICAO
                DISPLAY (07, 15) PAT-AQUISICAO
                DISPLAY (08, 15) PAT-VALOR
                DISPLAY (09, 15) PAT-VIDA-UTIL
                DISPLAY (11, 15) PAT-DEPTO
                MOVE "N" TO W-DEP-ACHOU
                MOVE SPACES TO W-DEP-DENOM
                CALL "P201632" USING PAT-DEPTO W-DEP-DENOM W-DEP-ACHOU
                DISPLAY (11, 19) W-DEP-DENOM
                DISPLAY (12, 15) PAT-SALA
                DISPLAY (13, 15) PAT-RESPONSAVEL
                MOVE PAT-RESPONSAVEL TO FUN-MATRICULA
                READ CADFUNC
                IF ST-FUNC = "00"
                   DISPLAY (13, 21) FUN-NOME.
                MOVE "ATIVO" TO W-SITUACAO
                IF PAT-BAIXADO
                   MOVE "BAIXADO" TO W-SITUACAO.
                DISPLAY (15, 15) W-SITUACAO
                DISPLAY (16, 22) PAT-ULT-MOVTO.
       MOSTRA-PATRI-FIM.
                EXIT.
      *
       VALIDA-DATA.
                MOVE "N" TO W-DATA-OK
                IF WD-ANO = ZEROS OR WD-MES < 01 OR WD-MES > 12
                   OR WD-DIA < 01
                   GO TO VALIDA-DATA-FIM.
                PERFORM DIAS-DO-MES THRU DIAS-DO-MES-FIM
                IF WD-DIA > W-DIAS-MES
                   GO TO VALIDA-DATA-FIM.
                MOVE "S" TO W-DATA-OK.
       VALIDA-DATA-FIM.
                EXIT.
      *
       DIAS-DO-MES.
                MOVE TAB-DIAS-MES (WD-MES) TO W-DIAS-MES
                IF WD-MES NOT = 2
                   GO TO DIAS-DO-MES-FIM.
                DIVIDE WD-ANO BY 4 GIVING WZ-QUOC REMAINDER WZ-R4
                DIVIDE WD-ANO BY 100 GIVING WZ-QUOC REMAINDER WZ-R100
                DIVIDE WD-ANO BY 400 GIVING WZ-QUOC REMAINDER WZ-R400
                IF WZ-R4 = ZEROS
                   AND (WZ-R100 NOT = ZEROS OR WZ-R400 = ZEROS)
                   MOVE 29 TO W-DIAS-MES.
       DIAS-DO-MES-FIM.
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
