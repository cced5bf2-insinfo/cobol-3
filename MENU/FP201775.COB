       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201775.
       AUTHOR. LEANDRO.
      **************************************************
      * MANUTENCAO DA TABELA DE RUBRICAS DA FOLHA        *
      * (CADRUBRICA), CHAVEADA PELO CODIGO. CADA RUBRICA *
      * E PROVENTO OU DESCONTO, DIZ SE ENTRA NA BASE DO  *
      * INSS E DO IRRF E SE O VALOR E FIXO (DIGITADO NO  *
      * LANCAMENTO DO FUNCIONARIO, FP201776) OU          *
      * PERCENTUAL SOBRE O SALARIO - NESTE CASO O        *
      * PERCENTUAL PADRAO E OBRIGATORIO. A EXCLUSAO E    *
      * LOGICA ("E"): A RUBRICA SAI DO CALCULO (P201777) *
      * MAS O HISTORICO DO FOLHARUB CONTINUA COM O       *
      * CODIGO; ALTERAR UMA RUBRICA EXCLUIDA A REATIVA.  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADRUBRICA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUB-CODIGO
                    FILE STATUS  IS ST-ERRO
                    LOCK MODE    IS AUTOMATIC
                    WITH LOCK ON RECORD.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
       77 W-SITUACAO       PIC X(10) VALUE SPACES.
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA      PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO   PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR PIC X(01) VALUE "N".
       77 W-OP-NOME    PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA PIC X(08) VALUE "FP201775".
       77 W-QSC-LIBERADO PIC X(01) VALUE "N".
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "FP201775".
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
           OPEN I-O CADRUBRICA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR ST-ERRO = "35"
                      OPEN OUTPUT CADRUBRICA
                      CLOSE CADRUBRICA
                      MOVE "*** ARQUIVO CADRUBRICA CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADRUBRICA"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                   ELSE
                      NEXT SENTENCE.
       INC-001.
                MOVE ZEROS  TO RUB-CODIGO RUB-PERCENT
                MOVE SPACES TO RUB-DESCRICAO RUB-NATUREZA
                               RUB-INCIDE-INSS RUB-INCIDE-IRRF
                               RUB-FORMA
                MOVE "A" TO RUB-SIT-REGISTRO
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 20) "TABELA DE RUBRICAS DA FOLHA"
                DISPLAY  (04, 01) "CODIGO: "
                DISPLAY  (05, 01) "DESCRICAO: "
                DISPLAY  (07, 01) "NATUREZA (P=PROVENTO D=DESCONTO): "
                DISPLAY  (08, 01) "INCIDE NO INSS (S/N): "
                DISPLAY  (09, 01) "INCIDE NO IRRF (S/N): "
                DISPLAY  (11, 01) "FORMA (F=VALOR FIXO P=PERCENTUAL): "
                DISPLAY  (12, 01) "PERCENTUAL PADRAO (%): "
                DISPLAY  (14, 01) "SITUACAO: "
                DISPLAY  (16, 01)
                   "NA BASE DO INSS/IRRF O PROVENTO SOMA E O DESCONTO"
                DISPLAY  (17, 01)
                   "ABATE. O PERCENTUAL INCIDE SOBRE O SALARIO DO"
                DISPLAY  (18, 01)
                   "PROCESSAMENTO (MENSAL, ADIANTAMENTO OU 13O).".
       INC-002.
                ACCEPT  (04, 09) RUB-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADRUBRICA
                   GO TO ROT-FIM.
                IF RUB-CODIGO = ZEROS
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-RUB01.
                MOVE 0 TO W-SEL
                READ CADRUBRICA
                IF ST-ERRO = "99"
                   MOVE "** REGISTRO EM USO POR OUTRO OPERADOR **"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY  (04, 09) RUB-CODIGO
                      DISPLAY  (05, 12) RUB-DESCRICAO
                      DISPLAY  (07, 36) RUB-NATUREZA
                      DISPLAY  (08, 23) RUB-INCIDE-INSS
                      DISPLAY  (09, 23) RUB-INCIDE-IRRF
                      DISPLAY  (11, 36) RUB-FORMA
                      DISPLAY  (12, 24) RUB-PERCENT
                      PERFORM MOSTRA-SITUACAO THRU MOSTRA-SITUACAO-FIM
                      MOVE REGRUBRICA TO W-AUD-ANTES
                      MOVE "*** RUBRICA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADRUBRICA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   PERFORM MOSTRA-SITUACAO THRU MOSTRA-SITUACAO-FIM.
       INC-003.
                ACCEPT (05, 12) RUB-DESCRICAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF RUB-DESCRICAO = SPACES
                   MOVE "*** DESCRICAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (07, 36) RUB-NATUREZA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF NOT RUB-PROVENTO AND NOT RUB-DESCONTO
                   MOVE "*** DIGITE P=PROVENTO OU D=DESCONTO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (08, 23) RUB-INCIDE-INSS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF RUB-INCIDE-INSS NOT = "S" AND NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT (09, 23) RUB-INCIDE-IRRF WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF RUB-INCIDE-IRRF NOT = "S" AND NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT (11, 36) RUB-FORMA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF NOT RUB-FIXO AND NOT RUB-PERCENTUAL
                   MOVE "*** DIGITE F=FIXO OU P=PERCENTUAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF RUB-FIXO
                   MOVE ZEROS TO RUB-PERCENT
                   DISPLAY (12, 24) RUB-PERCENT
                   GO TO INC-009.
       INC-008.
                ACCEPT (12, 24) RUB-PERCENT WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF RUB-PERCENT = ZEROS OR RUB-PERCENT > 100
                   MOVE "*** PERCENTUAL INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
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
                WRITE REGRUBRICA
                IF ST-ERRO = "00" OR "02"
                      MOVE RUB-CODIGO TO W-AUD-CHAVE
                      MOVE SPACES TO W-AUD-ANTES
                      MOVE REGRUBRICA TO W-AUD-DEPOIS
                      MOVE "GRAVACAO" TO W-AUD-ACAO
                      CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                                  W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                                  W-AUD-DEPOIS
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** RUBRICA JA EXISTE ***     " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRUBRICA"
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
                IF RUB-SIT-EXCLUIDO
                   MOVE "*** RUBRICA JA EXCLUIDA ***" TO MENS
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
                MOVE "E" TO RUB-SIT-REGISTRO
                REWRITE REGRUBRICA
                IF ST-ERRO = "00" OR "02"
                   MOVE RUB-CODIGO TO W-AUD-CHAVE
                   MOVE REGRUBRICA TO W-AUD-DEPOIS
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
                MOVE "A" TO RUB-SIT-REGISTRO
                REWRITE REGRUBRICA
                IF ST-ERRO = "00" OR "02"
                   MOVE RUB-CODIGO TO W-AUD-CHAVE
                   MOVE REGRUBRICA TO W-AUD-DEPOIS
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
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADRUBRICA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       MOSTRA-SITUACAO.
                IF RUB-SIT-EXCLUIDO
                   MOVE "EXCLUIDA" TO W-SITUACAO
                ELSE
                   MOVE "ATIVA" TO W-SITUACAO.
                DISPLAY (14, 11) W-SITUACAO.
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
