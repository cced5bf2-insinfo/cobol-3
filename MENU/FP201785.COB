       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201785.
       AUTHOR. LEANDRO.
      **************************************************
      * MANUTENCAO DO PLANO DE CONTAS DA FOLHA           *
      * (CADCONTAB), CHAVEADO PELO TIPO DE               *
      * PROCESSAMENTO (M, D, F, A, R), PELO COMPONENTE   *
      * DA FOLHA (BRU, INS, IRF, ADT, LIQ, FGT, RUB) E,  *
      * NO COMPONENTE RUB, PELO CODIGO DA RUBRICA        *
      * (CONFERIDO NO CADRUBRICA; 000 = PADRAO DAS       *
      * RUBRICAS SEM CONTA PROPRIA). INFORMA A CONTA DE  *
      * DEBITO E/OU A DE CREDITO - PELO MENOS UMA - E O  *
      * HISTORICO DO LANCAMENTO. A EXCLUSAO E LOGICA     *
      * ("E"): O COMPONENTE FICA SEM CONTA E A           *
      * EXPORTACAO P201786 RECUSA O LOTE QUE O USAR;     *
      * ALTERAR UM REGISTRO EXCLUIDO O REATIVA.          *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CONTAB
                    FILE STATUS  IS ST-ERRO
                    LOCK MODE    IS AUTOMATIC
                    WITH LOCK ON RECORD.
       SELECT CADRUBRICA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUB-CODIGO
                    FILE STATUS  IS ST-RUB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONTAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTAB.DAT".
           COPY CONTABREC.
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
       77 ST-RUB           PIC X(02) VALUE "00".
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
       77 W-SITUACAO       PIC X(10) VALUE SPACES.
       77 W-RUB-DESCRICAO  PIC X(25) VALUE SPACES.
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA      PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO   PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR PIC X(01) VALUE "N".
       77 W-OP-NOME    PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA PIC X(08) VALUE "FP201785".
       77 W-QSC-LIBERADO PIC X(01) VALUE "N".
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "FP201785".
       77 W-AUD-ACAO       PIC X(10) VALUE SPACES.
       77 W-AUD-CHAVE      PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES      PIC X(200) VALUE SPACES.
       77 W-AUD-DEPOIS     PIC X(200) VALUE SPACES.
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
           OPEN I-O CADCONTAB
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR ST-ERRO = "35"
                      OPEN OUTPUT CADCONTAB
                      CLOSE CADCONTAB
                      MOVE "*** ARQUIVO CADCONTAB CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONTAB"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                   ELSE
                      NEXT SENTENCE.
           OPEN INPUT CADRUBRICA
           IF ST-RUB NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADRUBRICA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCONTAB
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO CTB-RUBRICA
                MOVE SPACES TO CTB-TIPO CTB-ITEM CTB-CONTA-DEB
                               CTB-CONTA-CRED CTB-HISTORICO
                               W-RUB-DESCRICAO
                MOVE "A" TO CTB-SIT-REGISTRO
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 20) "PLANO DE CONTAS DA FOLHA"
                DISPLAY  (04, 01) "TIPO (M/D/F/A/R): "
                DISPLAY  (05, 01) "COMPONENTE: "
                DISPLAY  (06, 01) "RUBRICA...: "
                DISPLAY  (08, 01) "CONTA DEBITO.: "
                DISPLAY  (09, 01) "CONTA CREDITO: "
                DISPLAY  (10, 01) "HISTORICO....: "
                DISPLAY  (12, 01) "SITUACAO: "
                DISPLAY  (14, 01)
                   "TIPO: M=MENSAL D=13O F=FERIAS A=ADIANTAMENTO"
                DISPLAY  (15, 01)
                   "      R=RESCISAO"
                DISPLAY  (16, 01)
                   "COMPONENTE: BRU=BRUTO INS=INSS IRF=IRRF"
                DISPLAY  (17, 01)
                   "      ADT=ADIANTAMENTO LIQ=LIQUIDO FGT=FGTS"
                DISPLAY  (18, 01)
                   "      RUB=RUBRICA (000 = PADRAO DAS RUBRICAS)"
                DISPLAY  (19, 01)
                   "SEM UMA DAS CONTAS O COMPONENTE FAZ SO UMA PERNA.".
       INC-002.
                ACCEPT  (04, 19) CTB-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADCONTAB CADRUBRICA
                   GO TO ROT-FIM.
                IF NOT CTB-TIPO-VALIDO
                   MOVE "*** TIPO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-002A.
                ACCEPT  (05, 13) CTB-ITEM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF NOT CTB-ITEM-VALIDO
                   MOVE "*** COMPONENTE INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                MOVE ZEROS  TO CTB-RUBRICA
                MOVE SPACES TO W-RUB-DESCRICAO
                IF NOT CTB-RUBRICA-ITEM
                   DISPLAY (06, 13) CTB-RUBRICA
                   DISPLAY (06, 18) W-RUB-DESCRICAO
                   GO TO LER-CTB01.
       INC-002B.
                ACCEPT  (06, 13) CTB-RUBRICA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                MOVE "PADRAO DAS RUBRICAS" TO W-RUB-DESCRICAO
                IF CTB-RUBRICA = ZEROS
                   DISPLAY (06, 18) W-RUB-DESCRICAO
                   GO TO LER-CTB01.
                MOVE CTB-RUBRICA TO RUB-CODIGO
                READ CADRUBRICA
                IF ST-RUB NOT = "00"
                   MOVE "*** RUBRICA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002B.
                MOVE RUB-DESCRICAO TO W-RUB-DESCRICAO
                DISPLAY (06, 18) W-RUB-DESCRICAO.
       LER-CTB01.
                MOVE 0 TO W-SEL
                READ CADCONTAB
                IF ST-ERRO = "99"
                   MOVE "** REGISTRO EM USO POR OUTRO OPERADOR **"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY  (08, 16) CTB-CONTA-DEB
                      DISPLAY  (09, 16) CTB-CONTA-CRED
                      DISPLAY  (10, 16) CTB-HISTORICO
                      PERFORM MOSTRA-SITUACAO THRU MOSTRA-SITUACAO-FIM
                      MOVE REGCONTAB TO W-AUD-ANTES
                      MOVE "*** COMPONENTE JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADCONTAB" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   PERFORM MOSTRA-SITUACAO THRU MOSTRA-SITUACAO-FIM.
       INC-003.
                ACCEPT (08, 16) CTB-CONTA-DEB WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
       INC-004.
                ACCEPT (09, 16) CTB-CONTA-CRED WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF CTB-CONTA-DEB = SPACES AND CTB-CONTA-CRED = SPACES
                   MOVE "*** INFORME PELO MENOS UMA DAS CONTAS ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-005.
                ACCEPT (10, 16) CTB-HISTORICO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF CTB-HISTORICO = SPACES
                   MOVE "*** HISTORICO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-009.
                IF W-SEL = 1
                            GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGCONTAB
                IF ST-ERRO = "00" OR "02"
                      MOVE CHAVE-CONTAB TO W-AUD-CHAVE
                      MOVE SPACES TO W-AUD-ANTES
                      MOVE REGCONTAB TO W-AUD-DEPOIS
                      MOVE "GRAVACAO" TO W-AUD-ACAO
                      CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                                  W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                                  W-AUD-DEPOIS
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** COMPONENTE JA EXISTE ***  " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCONTAB"
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
                   GO TO INC-003.
      *
       EXC-OPC.
                IF CTB-SIT-EXCLUIDO
                   MOVE "*** COMPONENTE JA EXCLUIDO ***" TO MENS
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
                MOVE "E" TO CTB-SIT-REGISTRO
                REWRITE REGCONTAB
                IF ST-ERRO = "00" OR "02"
                   MOVE CHAVE-CONTAB TO W-AUD-CHAVE
                   MOVE REGCONTAB TO W-AUD-DEPOIS
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
                IF W-ACT = 02 GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE "A" TO CTB-SIT-REGISTRO
                REWRITE REGCONTAB
                IF ST-ERRO = "00" OR "02"
                   MOVE CHAVE-CONTAB TO W-AUD-CHAVE
                   MOVE REGCONTAB TO W-AUD-DEPOIS
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
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADCONTAB" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       MOSTRA-SITUACAO.
                IF CTB-SIT-EXCLUIDO
                   MOVE "EXCLUIDO" TO W-SITUACAO
                ELSE
                   MOVE "ATIVO" TO W-SITUACAO.
                DISPLAY (12, 11) W-SITUACAO.
       MOSTRA-SITUACAO-FIM.
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
