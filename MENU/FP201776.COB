       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201776.
       AUTHOR. LEANDRO.
      **************************************************
      * MANUTENCAO DAS RUBRICAS LANCADAS PARA O          *
      * FUNCIONARIO (CADFUNRUB), CHAVEADAS POR MATRICULA *
      * (CONFERIDA NO CADFUNC.DAT), RUBRICA (ATIVA NO    *
      * CADRUBRICA, FP201775) E AAAAMM DE INICIO. O      *
      * LANCAMENTO FIXO VALE ATE O AAAAMM DE FIM (ZERO = *
      * SEM PRAZO); O EVENTUAL SO NO MES DE INICIO. NA   *
      * RUBRICA DE VALOR FIXO O VALOR E OBRIGATORIO; NA  *
      * PERCENTUAL O PERCENTUAL ZERO ASSUME O PADRAO DA  *
      * TABELA. O OPERADOR MARCA EM QUAIS PROCESSAMENTOS *
      * O LANCAMENTO ENTRA (FOLHA MENSAL, ADIANTAMENTO E *
      * 13O). A EXCLUSAO E LOGICA ("E").                 *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFUNRUB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FUNRUB
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
       SELECT CADRUBRICA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUB-CODIGO
                    FILE STATUS  IS ST-RUB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFUNRUB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNRUB.DAT".
           COPY FUNRUBREC.
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
           COPY FUNCREC.
       FD CADRUBRICA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUBRICA.DAT".
           COPY RUBRICAREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL            PIC 9(01) VALUE ZEROS.
       77 W-TECLA          PIC X(01) VALUE SPACE.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-FUNC          PIC X(02) VALUE "00".
       77 ST-RUB           PIC X(02) VALUE "00".
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
       77 W-FORMA          PIC X(12) VALUE SPACES.
       77 W-SITUACAO       PIC X(10) VALUE SPACES.
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA      PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO   PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR PIC X(01) VALUE "N".
       77 W-OP-NOME    PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA PIC X(08) VALUE "FP201776".
       77 W-QSC-LIBERADO PIC X(01) VALUE "N".
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "FP201776".
       77 W-AUD-ACAO       PIC X(10) VALUE SPACES.
       77 W-AUD-CHAVE      PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES      PIC X(200) VALUE SPACES.
       77 W-AUD-DEPOIS     PIC X(200) VALUE SPACES.
       01 W-ANOMES-R.
                03 W-AM-ANO      PIC 9(04).
                03 W-AM-MES      PIC 9(02).
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
                OPEN I-O CADFUNRUB
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADFUNRUB
                      CLOSE CADFUNRUB
                      MOVE "*** ARQUIVO CADFUNRUB CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO CADFUNRUB" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                OPEN INPUT CADFUNC
                IF ST-FUNC NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADFUNRUB
                   GO TO ROT-FIM.
                OPEN INPUT CADRUBRICA
                IF ST-RUB NOT = "00"
                   MOVE "SEM TABELA DE RUBRICAS - USE O FP201775"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADFUNRUB CADFUNC
                   GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO FR-MATRICULA FR-RUBRICA FR-INICIO
                               FR-FIM FR-VALOR FR-PERCENT
                MOVE SPACES TO FR-TIPO FR-OBS
                MOVE "S" TO FR-APLICA-MENSAL
                MOVE "N" TO FR-APLICA-ADIANT FR-APLICA-DECIMO
                MOVE "A" TO FR-SIT-REGISTRO
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 15) "RUBRICAS DO FUNCIONARIO"
                DISPLAY  (04, 01) "MATRICULA: "
                DISPLAY  (06, 01) "RUBRICA..: "
                DISPLAY  (07, 01) "INICIO...:        (AAAAMM)"
                DISPLAY  (09, 01) "TIPO (F=FIXA E=EVENTUAL): "
                DISPLAY  (10, 01)
                   "FIM......:        (AAAAMM - ZERO = SEM PRAZO)"
                DISPLAY  (11, 01) "VALOR....: "
                DISPLAY  (12, 01)
                   "PERCENTUAL (ZERO = PADRAO DA TABELA): "
                DISPLAY  (14, 01) "ENTRA NA FOLHA MENSAL (S/N): "
                DISPLAY  (15, 01) "ENTRA NO ADIANTAMENTO (S/N): "
                DISPLAY  (16, 01) "ENTRA NO 13O SALARIO  (S/N): "
                DISPLAY  (18, 01) "OBS: "
                DISPLAY  (19, 01) "SITUACAO: ".
       INC-002.
                ACCEPT  (04, 12) FR-MATRICULA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADFUNRUB CADFUNC CADRUBRICA
                   GO TO ROT-FIM.
                IF FR-MATRICULA = ZEROS
                   MOVE "*** MATRICULA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE FR-MATRICULA TO FUN-MATRICULA
                READ CADFUNC
                IF ST-FUNC NOT = "00"
                   MOVE "*** MATRICULA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 01) FUN-NOME.
      *
      *****************************************
      * RUBRICA ATIVA NA TABELA - A FORMA DELA *
      * DIZ SE PEDE VALOR OU PERCENTUAL        *
      *****************************************
       INC-003.
                ACCEPT  (06, 12) FR-RUBRICA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE FR-RUBRICA TO RUB-CODIGO
                READ CADRUBRICA
                IF ST-RUB NOT = "00"
                   MOVE "*** RUBRICA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF RUB-SIT-EXCLUIDO
                   MOVE "*** RUBRICA EXCLUIDA DA TABELA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF RUB-FIXO
                   MOVE "VALOR FIXO" TO W-FORMA
                ELSE
                   MOVE "PERCENTUAL" TO W-FORMA.
                DISPLAY (06, 17) RUB-DESCRICAO
                DISPLAY (06, 44) W-FORMA.
       INC-004.
                ACCEPT  (07, 12) FR-INICIO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE FR-INICIO TO W-ANOMES-R
                IF W-AM-ANO = ZEROS OR W-AM-MES = ZEROS
                                    OR W-AM-MES > 12
                   MOVE "*** MES DE INICIO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       LER-FUNRUB01.
                MOVE 0 TO W-SEL
                READ CADFUNRUB
                IF ST-ERRO = "99"
                   MOVE "** REGISTRO EM USO POR OUTRO OPERADOR **"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM MOSTRA-FUNRUB THRU MOSTRA-FUNRUB-FIM
                      MOVE REGFUNRUB TO W-AUD-ANTES
                      MOVE "*** LANCAMENTO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADFUNRUB" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   PERFORM MOSTRA-FUNRUB THRU MOSTRA-FUNRUB-FIM.
       INC-005.
                ACCEPT (09, 27) FR-TIPO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF NOT FR-FIXA AND NOT FR-EVENTUAL
                   MOVE "*** DIGITE F=FIXA OU E=EVENTUAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF FR-EVENTUAL
                   MOVE FR-INICIO TO FR-FIM
                   DISPLAY (10, 12) FR-FIM
                   GO TO INC-007.
       INC-006.
                ACCEPT (10, 12) FR-FIM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF FR-FIM = ZEROS
                   GO TO INC-007.
                MOVE FR-FIM TO W-ANOMES-R
                IF W-AM-MES = ZEROS OR W-AM-MES > 12
                                    OR FR-FIM < FR-INICIO
                   MOVE "*** MES DE FIM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
      *
      * RUBRICA DE VALOR FIXO PEDE O VALOR; A PERCENTUAL, O
      * PERCENTUAL (ZERO = O PADRAO DA TABELA)
      *
       INC-007.
                IF RUB-PERCENTUAL
                   MOVE ZEROS TO FR-VALOR
                   DISPLAY (11, 12) FR-VALOR
                   GO TO INC-008.
                MOVE ZEROS TO FR-PERCENT
                DISPLAY (12, 39) FR-PERCENT
                ACCEPT (11, 12) FR-VALOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF FR-VALOR = ZEROS
                   MOVE "*** VALOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                GO TO INC-009.
       INC-008.
                ACCEPT (12, 39) FR-PERCENT WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF FR-PERCENT > 100
                   MOVE "*** PERCENTUAL INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT (14, 30) FR-APLICA-MENSAL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF FR-APLICA-MENSAL NOT = "S" AND NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-010.
                ACCEPT (15, 30) FR-APLICA-ADIANT WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF FR-APLICA-ADIANT NOT = "S" AND NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
       INC-011.
                ACCEPT (16, 30) FR-APLICA-DECIMO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                IF FR-APLICA-DECIMO NOT = "S" AND NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
                IF FR-APLICA-MENSAL = "N" AND FR-APLICA-ADIANT = "N"
                                          AND FR-APLICA-DECIMO = "N"
                   MOVE "** MARQUE AO MENOS UM PROCESSAMENTO **"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-012.
                ACCEPT (18, 06) FR-OBS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
       INC-013.
                IF W-SEL = 1
                            GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGFUNRUB
                IF ST-ERRO = "00" OR "02"
                      MOVE CHAVE-FUNRUB TO W-AUD-CHAVE
                      MOVE SPACES TO W-AUD-ANTES
                      MOVE REGFUNRUB TO W-AUD-DEPOIS
                      MOVE "GRAVACAO" TO W-AUD-ACAO
                      CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                                  W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                                  W-AUD-DEPOIS
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** LANCAMENTO JA EXISTE ***  " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADFUNRUB"
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
                   GO TO INC-005.
      *
       EXC-OPC.
                IF FR-SIT-EXCLUIDO
                   MOVE "*** LANCAMENTO JA EXCLUIDO ***" TO MENS
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
                MOVE "E" TO FR-SIT-REGISTRO
                REWRITE REGFUNRUB
                IF ST-ERRO = "00" OR "02"
                   MOVE CHAVE-FUNRUB TO W-AUD-CHAVE
                   MOVE REGFUNRUB TO W-AUD-DEPOIS
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
                IF W-ACT = 02 GO TO INC-012.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE "A" TO FR-SIT-REGISTRO
                REWRITE REGFUNRUB
                IF ST-ERRO = "00" OR "02"
                   MOVE CHAVE-FUNRUB TO W-AUD-CHAVE
                   MOVE REGFUNRUB TO W-AUD-DEPOIS
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
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADFUNRUB" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       MOSTRA-FUNRUB.
                DISPLAY (09, 27) FR-TIPO
                DISPLAY (10, 12) FR-FIM
                DISPLAY (11, 12) FR-VALOR
                DISPLAY (12, 39) FR-PERCENT
                DISPLAY (14, 30) FR-APLICA-MENSAL
                DISPLAY (15, 30) FR-APLICA-ADIANT
                DISPLAY (16, 30) FR-APLICA-DECIMO
                DISPLAY (18, 06) FR-OBS
                IF FR-SIT-EXCLUIDO
                   MOVE "EXCLUIDO" TO W-SITUACAO
                ELSE
                   MOVE "ATIVO" TO W-SITUACAO.
                DISPLAY (19, 11) W-SITUACAO.
       MOSTRA-FUNRUB-FIM.
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
