       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201817.
       AUTHOR. LEANDRO.
      **************************************************
      * MOVIMENTACAO DO PATRIMONIO (CADPATRI) - PARA UM  *
      * BEM ATIVO, PELA PLAQUETA: TRANSFERENCIA ("T")    *
      * PARA OUTRO DEPARTAMENTO (CADEPTO VIA P201632),   *
      * SALA E/OU RESPONSAVEL (FUNCIONARIO ATIVO NO      *
      * CADFUNC), OU BAIXA ("B") COM DATA E MOTIVO       *
      * (VENDA, DOACAO, PERDA/FURTO, SUCATA). A BAIXA    *
      * TIRA O BEM DA DEPRECIACAO (P201818) E DO         *
      * INVENTARIO A PARTIR DO MES SEGUINTE E NAO SE     *
      * DESFAZ. AS DUAS MOVIMENTACOES ATUALIZAM A DATA   *
      * DA ULTIMA MOVIMENTACAO E PASSAM PELA AUDITORIA   *
      * (P201622) COM O REGISTRO ANTES E DEPOIS.         *
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
       77 W-TECLA          PIC X(01) VALUE SPACE.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 W-TIPO-MOVTO     PIC X(01) VALUE SPACES.
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
       77 W-BAIXA-DATA     PIC 9(08) VALUE ZEROS.
       77 W-DEP-DENOM      PIC X(15) VALUE SPACES.
       77 W-DEP-ACHOU      PIC X(01) VALUE "N".
       77 W-NOVO-DEPTO     PIC 9(03) VALUE ZEROS.
       77 W-NOVA-SALA      PIC X(05) VALUE SPACES.
       77 W-NOVO-RESP      PIC 9(05) VALUE ZEROS.
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA          PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO       PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO  PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR  PIC X(01) VALUE "N".
       77 W-OP-NOME        PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA   PIC X(08) VALUE "FP201817".
       77 W-QSC-LIBERADO   PIC X(01) VALUE "N".
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "FP201817".
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
                   MOVE "*** PATRIMONIO NAO CADASTRADO (CADPATRI) ***"
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
                MOVE ZEROS  TO PAT-PLAQUETA
                MOVE SPACES TO W-AUD-ANTES W-TIPO-MOVTO
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 20) "MOVIMENTACAO DO PATRIMONIO"
                DISPLAY  (04, 01) "PLAQUETA....: "
                DISPLAY  (06, 01) "DESCRICAO...: "
                DISPLAY  (07, 01) "AQUISICAO...: "
                DISPLAY  (08, 01) "VALOR.......: "
                DISPLAY  (10, 01) "DEPARTAMENTO: "
                DISPLAY  (11, 01) "SALA........: "
                DISPLAY  (12, 01) "RESPONSAVEL.: "
                DISPLAY  (13, 01) "ULTIMA MOVIMENTACAO: ".
       INC-002.
                ACCEPT  (04, 15) PAT-PLAQUETA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADPATRI CADFUNC
                   GO TO ROT-FIM.
                READ CADPATRI
                IF ST-ERRO = "23"
                   MOVE "*** PLAQUETA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADPATRI" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE REGPATRI TO W-AUD-ANTES
                PERFORM MOSTRA-PATRI THRU MOSTRA-PATRI-FIM
                IF PAT-BAIXADO
                   MOVE "*** BEM JA BAIXADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       INC-003.
                DISPLAY (15, 01) "MOVIMENTO (T=TRANSFERENCIA B=BAIXA): "
                ACCEPT (15, 39) W-TIPO-MOVTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF W-TIPO-MOVTO = "T" OR "t"
                   MOVE "T" TO W-TIPO-MOVTO
                   GO TO TRF-001.
                IF W-TIPO-MOVTO = "B" OR "b"
                   MOVE "B" TO W-TIPO-MOVTO
                   GO TO BXA-001.
                MOVE "*** DIGITE APENAS T OU B ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-003.
      *
      *****************************************
      * TRANSFERENCIA: NOVO DEPARTAMENTO, SALA *
      * E RESPONSAVEL (COMECAM COM OS ATUAIS)  *
      *****************************************
      *
       TRF-001.
                DISPLAY (17, 01) "PARA DEPARTAMENTO: "
                DISPLAY (18, 01) "     SALA........: "
                DISPLAY (19, 01) "     RESPONSAVEL.: "
                MOVE PAT-DEPTO       TO W-NOVO-DEPTO
                MOVE PAT-SALA        TO W-NOVA-SALA
                MOVE PAT-RESPONSAVEL TO W-NOVO-RESP.
       TRF-002.
                ACCEPT (17, 20) W-NOVO-DEPTO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   PERFORM LIMPA-MOVTO THRU LIMPA-MOVTO-FIM
                   GO TO INC-003.
                MOVE "N" TO W-DEP-ACHOU
                MOVE SPACES TO W-DEP-DENOM
                CALL "P201632" USING W-NOVO-DEPTO W-DEP-DENOM
                                     W-DEP-ACHOU
                IF W-DEP-ACHOU NOT = "S"
                   MOVE "*** DEPARTAMENTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TRF-002.
                DISPLAY (17, 24) W-DEP-DENOM.
       TRF-003.
                ACCEPT (18, 20) W-NOVA-SALA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO TRF-002.
                IF W-NOVA-SALA = SPACES
                   MOVE "*** SALA EM BRANCO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TRF-003.
       TRF-004.
                ACCEPT (19, 20) W-NOVO-RESP WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO TRF-003.
                MOVE W-NOVO-RESP TO FUN-MATRICULA
                READ CADFUNC
                IF ST-FUNC NOT = "00"
                   MOVE "*** MATRICULA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TRF-004.
                IF FUN-SIT-EXCLUIDO OR FUN-DEM-ANO NOT = ZEROS
                   MOVE "*** FUNCIONARIO EXCLUIDO OU DESLIGADO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TRF-004.
                DISPLAY (19, 26) FUN-NOME
                IF W-NOVO-DEPTO = PAT-DEPTO
                   AND W-NOVA-SALA = PAT-SALA
                   AND W-NOVO-RESP = PAT-RESPONSAVEL
                   MOVE "*** NADA MUDOU NA TRANSFERENCIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TRF-002.
       TRF-OPC.
                DISPLAY (23, 40) "TRANSFERIR (S/N): ".
                ACCEPT (23, 58) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO TRF-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** BEM NAO TRANSFERIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TRF-OPC.
                MOVE W-NOVO-DEPTO TO PAT-DEPTO
                MOVE W-NOVA-SALA  TO PAT-SALA
                MOVE W-NOVO-RESP  TO PAT-RESPONSAVEL
                MOVE "TRANSFER" TO W-AUD-ACAO
                MOVE "*** BEM TRANSFERIDO ***" TO MENS
                GO TO GRAVA-MOVTO.
      *
      *****************************************
      * BAIXA: DATA (ATE HOJE, NAO ANTES DA    *
      * AQUISICAO) E MOTIVO                    *
      *****************************************
      *
       BXA-001.
                DISPLAY (17, 01) "DATA DA BAIXA....: "
                DISPLAY (17, 30) "(AAAAMMDD)"
                DISPLAY (18, 01) "MOTIVO...........: "
                DISPLAY (19, 01)
                   "  (V=VENDA D=DOACAO P=PERDA/FURTO S=SUCATA)"
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE-NUM TO W-BAIXA-DATA.
       BXA-002.
                ACCEPT (17, 20) W-BAIXA-DATA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   PERFORM LIMPA-MOVTO THRU LIMPA-MOVTO-FIM
                   GO TO INC-003.
                MOVE W-BAIXA-DATA TO W-DATA-NUM
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DATA-OK NOT = "S"
                   MOVE "*** DATA DA BAIXA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BXA-002.
                IF W-BAIXA-DATA > W-HOJE-NUM
                   MOVE "*** DATA DA BAIXA FUTURA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BXA-002.
                IF W-BAIXA-DATA < PAT-AQUISICAO
                   MOVE "*** BAIXA ANTERIOR A AQUISICAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BXA-002.
       BXA-003.
                ACCEPT (18, 20) PAT-BAIXA-MOTIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO BXA-002.
                IF NOT PAT-BXA-VALIDO
                   MOVE "*** MOTIVO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BXA-003.
       BXA-OPC.
                DISPLAY (23, 40) "BAIXAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO BXA-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** BEM NAO BAIXADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BXA-OPC.
                MOVE "B" TO PAT-SITUACAO
                MOVE W-BAIXA-DATA TO PAT-BAIXA-DATA
                MOVE "BAIXA" TO W-AUD-ACAO
                MOVE "*** BEM BAIXADO DO PATRIMONIO ***" TO MENS.
      *
       GRAVA-MOVTO.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE-NUM TO PAT-ULT-MOVTO
                REWRITE REGPATRI
                IF ST-ERRO = "00" OR "02"
                   MOVE PAT-PLAQUETA TO W-AUD-CHAVE
                   MOVE REGPATRI TO W-AUD-DEPOIS
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADPATRI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       MOSTRA-PATRI.
                DISPLAY (06, 15) PAT-DESCRICAO
                DISPLAY (07, 15) PAT-AQUISICAO
                DISPLAY (08, 15) PAT-VALOR
                DISPLAY (10, 15) PAT-DEPTO
                MOVE "N" TO W-DEP-ACHOU
                MOVE SPACES TO W-DEP-DENOM
                CALL "P201632" USING PAT-DEPTO W-DEP-DENOM W-DEP-ACHOU
                DISPLAY (10, 19) W-DEP-DENOM
                DISPLAY (11, 15) PAT-SALA
                DISPLAY (12, 15) PAT-RESPONSAVEL
                MOVE PAT-RESPONSAVEL TO FUN-MATRICULA
                READ CADFUNC
                IF ST-FUNC = "00"
                   DISPLAY (12, 21) FUN-NOME.
                DISPLAY (13, 22) PAT-ULT-MOVTO.
       MOSTRA-PATRI-FIM.
                EXIT.
      *
       LIMPA-MOVTO.
                DISPLAY (17, 01) LIMPA
                DISPLAY (18, 01) LIMPA
                DISPLAY (19, 01) LIMPA.
       LIMPA-MOVTO-FIM.
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
