       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201811.
       AUTHOR. LEANDRO.
      **************************************************
      * MANUTENCAO DO CADASTRO DE FORNECEDORES DAS       *
      * CONTAS A PAGAR (CADFORNEC): CODIGO, NOME OU      *
      * RAZAO SOCIAL, PESSOA JURIDICA (CNPJ CONFERIDO    *
      * PELO P201810) OU FISICA (CPF CONFERIDO PELO      *
      * P201730), TELEFONE E A CONTA PARA O CREDITO DOS  *
      * PAGAMENTOS. NAO ACEITA DOIS FORNECEDORES ATIVOS  *
      * COM O MESMO DOCUMENTO. A EXCLUSAO E LOGICA (SIT  *
      * "E") PORQUE OS TITULOS DO CADPAGAR CONTINUAM     *
      * APONTANDO PARA O CODIGO; ALTERAR UM FORNECEDOR   *
      * EXCLUIDO O REATIVA. TUDO PASSA PELA AUDITORIA    *
      * (P201622).                                       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFORNEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CODIGO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
       77 W-DOC-VALIDO     PIC X(01) VALUE "N".
       77 W-DOC-DUPLICADO  PIC X(01) VALUE "N".
       77 W-CODIGO         PIC 9(05) VALUE ZEROS.
       77 W-DOCUMENTO      PIC 9(14) VALUE ZEROS.
       77 W-CPF            PIC 9(11) VALUE ZEROS.
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA          PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO       PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO  PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR  PIC X(01) VALUE "N".
       77 W-OP-NOME        PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA   PIC X(08) VALUE "FP201811".
       77 W-QSC-LIBERADO   PIC X(01) VALUE "N".
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "FP201811".
       77 W-AUD-ACAO       PIC X(10) VALUE SPACES.
       77 W-AUD-CHAVE      PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES      PIC X(200) VALUE SPACES.
       77 W-AUD-DEPOIS     PIC X(200) VALUE SPACES.
       01 W-REG-FORNEC     PIC X(120) VALUE SPACES.
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
           OPEN I-O CADFORNEC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR ST-ERRO = "35"
                      OPEN OUTPUT CADFORNEC
                      CLOSE CADFORNEC
                      MOVE "*** ARQUIVO CADFORNEC CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADFORNEC"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                   ELSE
                      NEXT SENTENCE.
       INC-001.
                MOVE SPACES TO FOR-NOME FOR-TIPO-PESSOA FOR-CONTA-DV
                MOVE ZEROS  TO FOR-CODIGO FOR-DOCUMENTO FOR-TELEFONE
                               FOR-BANCO FOR-AGENCIA FOR-CONTA
                MOVE "A" TO FOR-SIT-REGISTRO
                MOVE SPACES TO W-AUD-ANTES
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 20) "CADASTRO DE FORNECEDORES"
                DISPLAY  (04, 01) "CODIGO......: "
                DISPLAY  (06, 01) "NOME........: "
                DISPLAY  (07, 01) "PESSOA......: "
                DISPLAY  (07, 18) "(J=JURIDICA F=FISICA)"
                DISPLAY  (08, 01) "CNPJ/CPF....: "
                DISPLAY  (09, 01) "TELEFONE....: "
                DISPLAY  (11, 01) "BANCO.......: "
                DISPLAY  (12, 01) "AGENCIA.....: "
                DISPLAY  (13, 01) "CONTA.......:             -".
       INC-002.
                ACCEPT  (04, 15) FOR-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADFORNEC
                   GO TO ROT-FIM.
                IF FOR-CODIGO = ZEROS
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-FOR01.
                MOVE 0 TO W-SEL
                READ CADFORNEC
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM MOSTRA-FORNEC THRU MOSTRA-FORNEC-FIM
                      MOVE REGFORNEC TO W-AUD-ANTES
                      GO TO LER-FOR02
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADFORNEC"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                GO TO INC-003.
       LER-FOR02.
                MOVE "*** FORNECEDOR JA CADASTRADO ***" TO MENS
                IF FOR-SIT-EXCLUIDO
                   MOVE "** FORNECEDOR EXCLUIDO - F2=ALTERAR REATIVA **"
                                                             TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE 1 TO W-SEL
                GO TO ACE-001.
       INC-003.
                ACCEPT (06, 15) FOR-NOME WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF FOR-NOME = SPACES
                   MOVE "*** NOME INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (07, 15) FOR-TIPO-PESSOA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF NOT FOR-TIPO-VALIDO
                   MOVE "*** PESSOA INVALIDA (J OU F) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
      *
      *****************************************
      * CNPJ (14 DIGITOS) NO P201810 OU CPF    *
      * (11 DIGITOS) NO P201730                *
      *****************************************
       INC-005.
                IF FOR-FISICA
                   GO TO INC-005A.
                ACCEPT (08, 15) FOR-DOCUMENTO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                MOVE "N" TO W-DOC-VALIDO
                CALL "P201810" USING FOR-DOCUMENTO W-DOC-VALIDO
                IF W-DOC-VALIDO NOT = "S"
                   MOVE "*** CNPJ INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                GO TO INC-005B.
       INC-005A.
                MOVE FOR-CPF TO W-CPF
                ACCEPT (08, 15) W-CPF WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                MOVE "N" TO W-DOC-VALIDO
                CALL "P201730" USING W-CPF W-DOC-VALIDO
                IF W-DOC-VALIDO NOT = "S"
                   MOVE "*** CPF INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005A.
                MOVE W-CPF TO FOR-DOCUMENTO.
       INC-005B.
                PERFORM PROCURA-DOCUMENTO THRU PROCURA-DOCUMENTO-FIM
                IF W-DOC-DUPLICADO = "S"
                   MOVE "** DOCUMENTO JA USADO POR OUTRO FORNECEDOR **"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT (09, 15) FOR-TELEFONE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
       INC-007.
                ACCEPT (11, 15) FOR-BANCO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF FOR-BANCO = ZEROS
                   MOVE "*** BANCO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT (12, 15) FOR-AGENCIA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF FOR-AGENCIA = ZEROS
                   MOVE "*** AGENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT (13, 15) FOR-CONTA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF FOR-CONTA = ZEROS
                   MOVE "*** CONTA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-009A.
                ACCEPT (13, 29) FOR-CONTA-DV WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF FOR-CONTA-DV = SPACES
                   MOVE "*** DIGITO DA CONTA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009A.
                IF W-SEL = 1
                            GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009A.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGFORNEC
                IF ST-ERRO = "00" OR "02"
                      MOVE FOR-CODIGO TO W-AUD-CHAVE
                      MOVE SPACES TO W-AUD-ANTES
                      MOVE REGFORNEC TO W-AUD-DEPOIS
                      MOVE "GRAVACAO" TO W-AUD-ACAO
                      CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                                  W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                                  W-AUD-DEPOIS
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** FORNECEDOR JA EXISTE ***   " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADFORNEC"
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
                IF FOR-SIT-EXCLUIDO
                   MOVE "*** FORNECEDOR JA ESTA EXCLUIDO ***" TO MENS
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
                MOVE "E" TO FOR-SIT-REGISTRO
                REWRITE REGFORNEC
                IF ST-ERRO = "00" OR "02"
                   MOVE FOR-CODIGO TO W-AUD-CHAVE
                   MOVE REGFORNEC TO W-AUD-DEPOIS
                   MOVE "EXCLUSAO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
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
                IF W-ACT = 02 GO TO INC-009A.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE "A" TO FOR-SIT-REGISTRO
                REWRITE REGFORNEC
                IF ST-ERRO = "00" OR "02"
                   MOVE FOR-CODIGO TO W-AUD-CHAVE
                   MOVE REGFORNEC TO W-AUD-DEPOIS
                   MOVE "ALTERACAO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO CADFORNEC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       MOSTRA-FORNEC.
                DISPLAY  (06, 15) FOR-NOME
                DISPLAY  (07, 15) FOR-TIPO-PESSOA
                IF FOR-FISICA
                   DISPLAY  (08, 15) FOR-CPF
                ELSE
                   DISPLAY  (08, 15) FOR-DOCUMENTO.
                DISPLAY  (09, 15) FOR-TELEFONE
                DISPLAY  (11, 15) FOR-BANCO
                DISPLAY  (12, 15) FOR-AGENCIA
                DISPLAY  (13, 15) FOR-CONTA
                DISPLAY  (13, 29) FOR-CONTA-DV.
       MOSTRA-FORNEC-FIM.
                EXIT.
      *
      *****************************************
      * OUTRO FORNECEDOR ATIVO COM O MESMO     *
      * DOCUMENTO? VARRE O CADFORNEC E VOLTA   *
      * AO REGISTRO EM DIGITACAO               *
      *****************************************
       PROCURA-DOCUMENTO.
                MOVE "N" TO W-DOC-DUPLICADO
                MOVE REGFORNEC TO W-REG-FORNEC
                MOVE FOR-CODIGO TO W-CODIGO
                MOVE FOR-DOCUMENTO TO W-DOCUMENTO
                MOVE ZEROS TO FOR-CODIGO
                START CADFORNEC KEY IS NOT LESS THAN FOR-CODIGO
                   INVALID KEY
                      GO TO PROCURA-DOCUMENTO2.
       PROCURA-DOCUMENTO1.
                READ CADFORNEC NEXT RECORD
                   AT END
                      GO TO PROCURA-DOCUMENTO2
                   NOT AT END
                      NEXT SENTENCE.
                IF FOR-CODIGO NOT = W-CODIGO
                   AND FOR-DOCUMENTO = W-DOCUMENTO
                   AND FOR-SIT-ATIVO
                   MOVE "S" TO W-DOC-DUPLICADO
                   GO TO PROCURA-DOCUMENTO2.
                GO TO PROCURA-DOCUMENTO1.
       PROCURA-DOCUMENTO2.
                MOVE W-REG-FORNEC TO REGFORNEC.
       PROCURA-DOCUMENTO-FIM.
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
