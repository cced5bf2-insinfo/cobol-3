       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201813.
       AUTHOR. LEANDRO.
      **************************************************
      * CONTAS A PAGAR - BAIXA (PAGAMENTO) DOS TITULOS   *
      * LANCADOS PELO FP201812. O TITULO EM ABERTO       *
      * RECEBE A DATA E O VALOR PAGO E PASSA A PAGO      *
      * ("P"), GUARDANDO O OPERADOR QUE DEU A BAIXA.     *
      * PAGAMENTO ACIMA DA ALCADA (W-LIMITE-ALCADA) SO   *
      * COM SUPERVISOR - O PROPRIO OPERADOR, SE FOR      *
      * SUPERVISOR, OU UM QUE DIGITA CODIGO E SENHA - E  *
      * O CODIGO DELE FICA EM PAG-SUPERVISOR. O ESTORNO  *
      * DA BAIXA, TAMBEM SO COM SUPERVISOR, DEVOLVE O    *
      * TITULO PARA ABERTO. BAIXA E ESTORNO PASSAM PELA  *
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
      *
      * ALCADA DO OPERADOR: PAGAMENTO ACIMA DESTE VALOR PEDE SUPERVISOR
      *
       77 W-LIMITE-ALCADA  PIC 9(08)V99 VALUE 5000,00.
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
       77 W-PAGTO-DATA     PIC 9(08) VALUE ZEROS.
       77 W-PAGTO-VALOR    PIC 9(08)V99 VALUE ZEROS.
       77 W-LIBERADOR      PIC X(08) VALUE SPACES.
       77 W-SITUACAO       PIC X(10) VALUE SPACES.
       77 W-SUP-CODIGO     PIC X(08) VALUE SPACES.
       77 W-SUP-SENHA      PIC X(08) VALUE SPACES.
       77 W-SUP-OPCAO      PIC 9(02) VALUE ZEROS.
       77 W-SUP-AUTORIZADO PIC X(01) VALUE "N".
       77 W-SUP-SUPERVISOR PIC X(01) VALUE "N".
       77 W-SUP-NOME       PIC X(30) VALUE SPACES.
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA          PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO       PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO  PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR  PIC X(01) VALUE "N".
       77 W-OP-NOME        PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA   PIC X(08) VALUE "FP201813".
       77 W-QSC-LIBERADO   PIC X(01) VALUE "N".
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "FP201813".
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
                OPEN I-O CADPAGAR
                IF ST-ERRO NOT = "00"
                   MOVE "*** NENHUM TITULO LANCADO (CADPAGAR) ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                OPEN INPUT CADFORNEC
                IF ST-FORN NOT = "00"
                   MOVE "*** SEM CADASTRO DE FORNECEDORES ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADPAGAR
                   GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO PAG-FORNEC PAG-PARCELA
                MOVE SPACES TO PAG-DOCUMENTO W-AUD-ANTES
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 15) "CONTAS A PAGAR - BAIXA DE TITULOS"
                DISPLAY  (04, 01) "FORNECEDOR..: "
                DISPLAY  (05, 01) "DOCUMENTO...: "
                DISPLAY  (05, 30) "PARCELA: "
                DISPLAY  (07, 01) "EMISSAO.....: "
                DISPLAY  (08, 01) "VENCIMENTO..: "
                DISPLAY  (09, 01) "VALOR.......: "
                DISPLAY  (10, 01) "CENTRO CUSTO: "
                DISPLAY  (11, 01) "CATEGORIA...: "
                DISPLAY  (12, 01) "HISTORICO...: "
                DISPLAY  (13, 01) "SITUACAO....: "
                DISPLAY  (15, 01) "PAGO EM.....:          (AAAAMMDD)"
                DISPLAY  (16, 01) "VALOR PAGO..: "
                DISPLAY  (17, 01) "BAIXADO POR.: "
                DISPLAY  (17, 30) "LIBERADO POR: ".
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
       INC-004.
                ACCEPT  (05, 39) PAG-PARCELA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF PAG-PARCELA = ZEROS
                   MOVE 1 TO PAG-PARCELA
                   DISPLAY (05, 39) PAG-PARCELA.
       LER-PAGAR.
                READ CADPAGAR
                IF ST-ERRO = "23"
                   MOVE "*** TITULO NAO LANCADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADPAGAR" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE REGPAGAR TO W-AUD-ANTES
                PERFORM MOSTRA-PAGAR THRU MOSTRA-PAGAR-FIM
                IF PAG-CANCELADA
                   MOVE "*** TITULO CANCELADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF PAG-PAGA
                   GO TO ACE-001.
      *
      *****************************************
      * BAIXA DO TITULO EM ABERTO              *
      *****************************************
      *
       INC-005.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE-NUM TO W-PAGTO-DATA
                ACCEPT (15, 15) W-PAGTO-DATA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                MOVE W-PAGTO-DATA TO W-DATA-NUM
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DATA-OK NOT = "S"
                   MOVE "*** DATA DE PAGAMENTO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF W-PAGTO-DATA > W-HOJE-NUM
                   MOVE "*** DATA DE PAGAMENTO FUTURA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF W-PAGTO-DATA < PAG-EMISSAO
                   MOVE "*** PAGAMENTO ANTERIOR A EMISSAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                MOVE PAG-VALOR TO W-PAGTO-VALOR
                ACCEPT (16, 15) W-PAGTO-VALOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF W-PAGTO-VALOR = ZEROS
                   MOVE "*** VALOR PAGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                MOVE SPACES TO W-LIBERADOR
                IF W-PAGTO-VALOR NOT > W-LIMITE-ALCADA
                   GO TO INC-OPC.
      *
      *****************************************
      * ACIMA DA ALCADA: SUPERVISOR LIBERA O   *
      * PAGAMENTO                              *
      *****************************************
      *
       INC-SUP.
                IF W-OP-SUPERVISOR = "S"
                   MOVE W-OPERADOR TO W-LIBERADOR
                   GO TO INC-OPC.
                DISPLAY (19, 01) "ACIMA DA ALCADA - SUPERVISOR: "
                DISPLAY (20, 01) "                  SENHA.....: ".
       INC-SUP1.
                MOVE SPACES TO W-SUP-CODIGO W-SUP-SENHA
                ACCEPT (19, 31) W-SUP-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 OR W-SUP-CODIGO = SPACES
                   PERFORM LIMPA-SUP THRU LIMPA-SUP-FIM
                   MOVE "*** PAGAMENTO NAO LIBERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                ACCEPT (20, 31) W-SUP-SENHA
                MOVE ZEROS TO W-SUP-OPCAO
                CALL "P201674" USING W-SUP-CODIGO W-SUP-SENHA
                            W-SUP-OPCAO W-SUP-AUTORIZADO
                            W-SUP-SUPERVISOR W-SUP-NOME
                IF W-SUP-SUPERVISOR NOT = "S"
                   MOVE "*** SUPERVISOR OU SENHA INVALIDOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-SUP1.
                MOVE W-SUP-CODIGO TO W-LIBERADOR
                PERFORM LIMPA-SUP THRU LIMPA-SUP-FIM.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "BAIXAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** TITULO NAO BAIXADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-RW1.
                MOVE "P" TO PAG-STATUS
                MOVE W-PAGTO-DATA  TO PAG-PAGTO-DATA
                MOVE W-PAGTO-VALOR TO PAG-PAGTO-VALOR
                MOVE W-OPERADOR    TO PAG-OPERADOR
                MOVE W-LIBERADOR   TO PAG-SUPERVISOR
                REWRITE REGPAGAR
                IF ST-ERRO = "00" OR "02"
                   MOVE CHAVE-PAGAR TO W-AUD-CHAVE
                   MOVE REGPAGAR TO W-AUD-DEPOIS
                   MOVE "BAIXA" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** TITULO BAIXADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADPAGAR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * TITULO PAGO: SO O ESTORNO DA BAIXA     *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F3=ESTORNAR BAIXA"
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   GO TO INC-001.
      *
      *****************************************
      * ESTORNO SO COM SUPERVISOR: O PROPRIO   *
      * OPERADOR, SE FOR SUPERVISOR, OU UM     *
      * SUPERVISOR QUE DIGITA CODIGO E SENHA   *
      *****************************************
       EXC-SUP.
                IF W-OP-SUPERVISOR = "S"
                   GO TO EXC-OPC.
                DISPLAY (19, 01) "ESTORNO - SUPERVISOR..: "
                DISPLAY (20, 01) "          SENHA.......: ".
       EXC-SUP1.
                MOVE SPACES TO W-SUP-CODIGO W-SUP-SENHA
                ACCEPT (19, 25) W-SUP-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 OR W-SUP-CODIGO = SPACES
                   PERFORM LIMPA-SUP THRU LIMPA-SUP-FIM
                   MOVE "*** ESTORNO NAO LIBERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                ACCEPT (20, 25) W-SUP-SENHA
                MOVE ZEROS TO W-SUP-OPCAO
                CALL "P201674" USING W-SUP-CODIGO W-SUP-SENHA
                            W-SUP-OPCAO W-SUP-AUTORIZADO
                            W-SUP-SUPERVISOR W-SUP-NOME
                IF W-SUP-SUPERVISOR NOT = "S"
                   MOVE "*** SUPERVISOR OU SENHA INVALIDOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-SUP1.
                PERFORM LIMPA-SUP THRU LIMPA-SUP-FIM.
       EXC-OPC.
                DISPLAY (23, 40) "ESTORNAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** BAIXA NAO ESTORNADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-RW1.
                MOVE "A" TO PAG-STATUS
                MOVE ZEROS  TO PAG-PAGTO-DATA PAG-PAGTO-VALOR
                MOVE SPACES TO PAG-OPERADOR PAG-SUPERVISOR
                REWRITE REGPAGAR
                IF ST-ERRO = "00" OR "02"
                   MOVE CHAVE-PAGAR TO W-AUD-CHAVE
                   MOVE REGPAGAR TO W-AUD-DEPOIS
                   MOVE "ESTORNO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** BAIXA ESTORNADA ***" TO MENS
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
                DISPLAY (11, 15) PAG-CATEGORIA
                DISPLAY (12, 15) PAG-HISTORICO
                MOVE "EM ABERTO" TO W-SITUACAO
                IF PAG-PAGA
                   MOVE "PAGO" TO W-SITUACAO.
                IF PAG-CANCELADA
                   MOVE "CANCELADO" TO W-SITUACAO.
                DISPLAY (13, 15) W-SITUACAO
                DISPLAY (15, 15) PAG-PAGTO-DATA
                DISPLAY (16, 15) PAG-PAGTO-VALOR
                DISPLAY (17, 15) PAG-OPERADOR
                DISPLAY (17, 44) PAG-SUPERVISOR.
       MOSTRA-PAGAR-FIM.
                EXIT.
      *
       LIMPA-SUP.
                DISPLAY (19, 01) LIMPA
                DISPLAY (20, 01) LIMPA.
       LIMPA-SUP-FIM.
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
