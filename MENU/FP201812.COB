       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201812.
       AUTHOR. LEANDRO.
      **************************************************
      * CONTAS A PAGAR - LANCAMENTO DOS TITULOS DOS      *
      * FORNECEDORES (CADPAGAR). CHAVE: FORNECEDOR       *
      * (ATIVO NO CADFORNEC) + NUMERO DO DOCUMENTO +     *
      * PARCELA. INFORMA EMISSAO, VENCIMENTO, VALOR,     *
      * CENTRO DE CUSTO (CADCENTROCUSTO VIA P201617),    *
      * CATEGORIA DA DESPESA, HISTORICO E UNIDADE        *
      * (P201807, QUE CONFERE TAMBEM O PERFIL DO         *
      * OPERADOR; EM BRANCO = 01). O TITULO NASCE EM     *
      * ABERTO ("A"); SO O TITULO EM ABERTO PODE SER     *
      * ALTERADO OU CANCELADO ("C") - O PAGO TEM A BAIXA *
      * ESTORNADA ANTES NO FP201813. TUDO PASSA PELA     *
      * AUDITORIA (P201622).                             *
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
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PAGAR
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFORNEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS FOR-CODIGO
                    FILE STATUS  IS ST-FORN.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL            PIC 9(01) VALUE ZEROS.
       77 W-TECLA          PIC X(01) VALUE SPACE.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-FORN          PIC X(02) VALUE "00".
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
       77 W-DATA-OK        PIC X(01) VALUE "N".
       77 W-DIAS-MES       PIC 9(02) VALUE ZEROS.
       77 WZ-QUOC          PIC 9(08) VALUE ZEROS.
       77 WZ-R4            PIC 9(04) VALUE ZEROS.
       77 WZ-R100          PIC 9(04) VALUE ZEROS.
       77 WZ-R400          PIC 9(04) VALUE ZEROS.
       77 W-VENCIMENTO     PIC 9(08) VALUE ZEROS.
       77 W-CC-ACHOU       PIC X(01) VALUE "N".
       77 W-CC-DENOM       PIC X(30) VALUE SPACES.
       77 W-UNI-CODIGO     PIC 9(02) VALUE ZEROS.
       77 W-UNI-AUTORIZADO PIC X(01) VALUE "N".
       77 W-UNI-NOME       PIC X(30) VALUE SPACES.
       77 W-SITUACAO       PIC X(10) VALUE SPACES.
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA          PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO       PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO  PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR  PIC X(01) VALUE "N".
       77 W-OP-NOME        PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA   PIC X(08) VALUE "FP201812".
       77 W-QSC-LIBERADO   PIC X(01) VALUE "N".
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "FP201812".
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
                OPEN INPUT CADFORNEC
                IF ST-FORN NOT = "00"
                   MOVE "*** SEM CADASTRO DE FORNECEDORES ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       INC-OP1.
                OPEN I-O CADPAGAR
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADPAGAR
                      CLOSE CADPAGAR
                      MOVE "*** ARQUIVO CADPAGAR CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP1
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAGAR"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADFORNEC
                      GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO PAG-FORNEC PAG-PARCELA PAG-EMISSAO
                               PAG-VENCIMENTO PAG-VALOR PAG-CC
                               PAG-UNIDADE PAG-PAGTO-DATA
                               PAG-PAGTO-VALOR
                MOVE SPACES TO PAG-DOCUMENTO PAG-CATEGORIA
                               PAG-HISTORICO PAG-OPERADOR
                               PAG-SUPERVISOR
                MOVE "A" TO PAG-STATUS
                MOVE SPACES TO W-AUD-ANTES
                MOVE 0 TO W-SEL
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 15) "CONTAS A PAGAR - LANCAMENTO DE"
                DISPLAY  (01, 46) "TITULOS"
                DISPLAY  (04, 01) "FORNECEDOR..: "
                DISPLAY  (05, 01) "DOCUMENTO...: "
                DISPLAY  (05, 30) "PARCELA: "
                DISPLAY  (07, 01) "EMISSAO.....:          (AAAAMMDD)"
                DISPLAY  (08, 01) "VENCIMENTO..:          (AAAAMMDD)"
                DISPLAY  (09, 01) "VALOR.......: "
                DISPLAY  (10, 01) "CENTRO CUSTO: "
                DISPLAY  (11, 01) "CATEGORIA...: "
                DISPLAY  (11, 18) "(A=ALUGUEL C=CONSUMO M=MATERIAL"
                DISPLAY  (11, 50) "DIDATICO"
                DISPLAY  (12, 18) "N=MANUTENCAO S=SERVICOS O=OUTROS)"
                DISPLAY  (13, 01) "HISTORICO...: "
                DISPLAY  (14, 01) "UNIDADE.....: "
                DISPLAY  (16, 01) "SITUACAO....: "
                DISPLAY  (17, 01) "PAGO EM.....: "
                DISPLAY  (17, 30) "VALOR PAGO: ".
       INC-002.
                ACCEPT  (04, 15) PAG-FORNEC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADPAGAR CADFORNEC
                   GO TO ROT-FIM.
                MOVE PAG-FORNEC TO FOR-CODIGO
                READ CADFORNEC
                IF ST-FORN NOT = "00"
                   MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (04, 22) FOR-NOME.
       INC-003.
                ACCEPT  (05, 15) PAG-DOCUMENTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF PAG-DOCUMENTO = SPACES
                   MOVE "*** DOCUMENTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT  (05, 39) PAG-PARCELA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF PAG-PARCELA = ZEROS
                   MOVE 1 TO PAG-PARCELA
                   DISPLAY (05, 39) PAG-PARCELA.
       LER-PAGAR.
                READ CADPAGAR
                IF ST-ERRO = "00"
                   MOVE REGPAGAR TO W-AUD-ANTES
                   PERFORM MOSTRA-PAGAR THRU MOSTRA-PAGAR-FIM
                   MOVE 1 TO W-SEL
                   GO TO ACE-001.
                IF ST-ERRO NOT = "23"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADPAGAR" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF FOR-SIT-EXCLUIDO
                   MOVE "*** FORNECEDOR EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       INC-005.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                IF PAG-EMISSAO = ZEROS
                   MOVE W-HOJE-NUM TO PAG-EMISSAO.
                ACCEPT (07, 15) PAG-EMISSAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-SEL = 1
                      GO TO INC-001
                   ELSE
                      GO TO INC-004.
                MOVE PAG-EMISSAO TO W-DATA-NUM
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DATA-OK NOT = "S"
                   MOVE "*** DATA DE EMISSAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                MOVE PAG-VENCIMENTO TO W-VENCIMENTO
                ACCEPT (08, 15) W-VENCIMENTO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                MOVE W-VENCIMENTO TO W-DATA-NUM
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DATA-OK NOT = "S"
                   MOVE "*** DATA DE VENCIMENTO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF W-VENCIMENTO < PAG-EMISSAO
                   MOVE "*** VENCIMENTO ANTERIOR A EMISSAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                MOVE W-VENCIMENTO TO PAG-VENCIMENTO.
       INC-007.
                ACCEPT (09, 15) PAG-VALOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF PAG-VALOR = ZEROS
                   MOVE "*** VALOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT (10, 15) PAG-CC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                MOVE "N" TO W-CC-ACHOU
                MOVE SPACES TO W-CC-DENOM
                CALL "P201617" USING PAG-CC W-CC-DENOM W-CC-ACHOU
                IF W-CC-ACHOU NOT = "S"
                   MOVE "*** CENTRO DE CUSTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                DISPLAY (10, 18) W-CC-DENOM.
       INC-009.
                ACCEPT (11, 15) PAG-CATEGORIA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF NOT PAG-CATEGORIA-VALIDA
                   MOVE "*** CATEGORIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-010.
                ACCEPT (13, 15) PAG-HISTORICO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
       INC-011.
                IF PAG-UNIDADE = ZEROS
                   MOVE 01 TO PAG-UNIDADE.
                ACCEPT (14, 15) PAG-UNIDADE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                IF PAG-UNIDADE = ZEROS
                   MOVE 01 TO PAG-UNIDADE.
                MOVE PAG-UNIDADE TO W-UNI-CODIGO
                CALL "P201807" USING W-OPERADOR W-UNI-CODIGO
                                     W-UNI-AUTORIZADO W-UNI-NOME
                IF W-UNI-AUTORIZADO = "I"
                   MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
                IF W-UNI-AUTORIZADO NOT = "S"
                   MOVE "*** UNIDADE NAO AUTORIZADA AO OPERADOR ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
                DISPLAY (14, 19) W-UNI-NOME
                IF W-SEL = 1
                   GO TO ALT-OPC.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE "A" TO PAG-STATUS
                WRITE REGPAGAR
                IF ST-ERRO = "00" OR "02"
                   MOVE CHAVE-PAGAR TO W-AUD-CHAVE
                   MOVE SPACES TO W-AUD-ANTES
                   MOVE REGPAGAR TO W-AUD-DEPOIS
                   MOVE "INCLUSAO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** TITULO LANCADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF ST-ERRO = "22"
                   MOVE "*** TITULO JA LANCADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPAGAR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * TITULO JA LANCADO: ALTERAR OU CANCELAR *
      * SO EM ABERTO                           *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=CANCELAR"
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   GO TO INC-001.
                IF PAG-PAGA
                   MOVE "*** TITULO PAGO - ESTORNE A BAIXA ANTES ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF PAG-CANCELADA
                   MOVE "*** TITULO CANCELADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-005.
      *
       EXC-OPC.
                DISPLAY (23, 40) "CANCELAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** TITULO NAO CANCELADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                MOVE "C" TO PAG-STATUS
                REWRITE REGPAGAR
                IF ST-ERRO = "00" OR "02"
                   MOVE CHAVE-PAGAR TO W-AUD-CHAVE
                   MOVE REGPAGAR TO W-AUD-DEPOIS
                   MOVE "CANCELA" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** TITULO CANCELADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADPAGAR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGPAGAR
                IF ST-ERRO = "00" OR "02"
                   MOVE CHAVE-PAGAR TO W-AUD-CHAVE
                   MOVE REGPAGAR TO W-AUD-DEPOIS
                   MOVE "ALTERACAO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADPAGAR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       MOSTRA-PAGAR.
                DISPLAY (07, 15) PAG-EMISSAO
                DISPLAY (08, 15) PAG-VENCIMENTO
                DISPLAY (09, 15) PAG-VALOR
                DISPLAY (10, 15) PAG-CC
                MOVE "N" TO W-CC-ACHOU
                MOVE SPACES TO W-CC-DENOM
                CALL "P201617" USING PAG-CC W-CC-DENOM W-CC-ACHOU
                DISPLAY (10, 18) W-CC-DENOM
                DISPLAY (11, 15) PAG-CATEGORIA
                DISPLAY (13, 15) PAG-HISTORICO
                DISPLAY (14, 15) PAG-UNIDADE
                MOVE "EM ABERTO" TO W-SITUACAO
                IF PAG-PAGA
                   MOVE "PAGO" TO W-SITUACAO.
                IF PAG-CANCELADA
                   MOVE "CANCELADO" TO W-SITUACAO.
                DISPLAY (16, 15) W-SITUACAO
                DISPLAY (17, 15) PAG-PAGTO-DATA
                DISPLAY (17, 42) PAG-PAGTO-VALOR.
       MOSTRA-PAGAR-FIM.
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
