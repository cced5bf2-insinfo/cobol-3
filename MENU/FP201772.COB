       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201772.
       AUTHOR. LEANDRO.
      **************************************************
      * MANUTENCAO DO CADASTRO DE RESPONSAVEIS           *
      * FINANCEIROS (CADRESP), CHAVEADO PELO CPF, COM OS *
      * DIGITOS VERIFICADORES CONFERIDOS NO P201730 COMO *
      * NO FP201660. O ENDERECO E PREENCHIDO PELO CEP    *
      * VIA P201616, COMO O FPP001 FAZ. O ALUNO E        *
      * VINCULADO AO RESPONSAVEL NO FP201689             *
      * (ALU-RESP-CPF). A EXCLUSAO E LOGICA ("E") E SO E *
      * ACEITA QUANDO NAO HA ALUNO ATIVO VINCULADO.      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADRESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RES-CPF
                    FILE STATUS  IS ST-ERRO
                    LOCK MODE    IS AUTOMATIC
                    WITH LOCK ON RECORD
                    ALTERNATE RECORD KEY IS RES-NOME
                               WITH DUPLICATES.
       SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALU-RM
                    FILE STATUS  IS ST-ALUNO
                    ALTERNATE RECORD KEY IS ALU-NOME
                               WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESP.DAT".
           COPY RESPREC.
       FD CADALUNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALUNO.DAT".
           COPY ALUNOREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL            PIC 9(01) VALUE ZEROS.
       77 W-TECLA          PIC X(01) VALUE SPACE.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ALUNO         PIC X(02) VALUE "00".
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
       77 W-CEP-ACHOU      PIC X(01) VALUE "N".
       77 W-CPF-VALIDO     PIC X(01) VALUE "N".
       77 W-QTD-ARROBA     PIC 9(02) VALUE ZEROS.
       77 W-TEM-ALUNO      PIC X(01) VALUE "S".
       77 W-VINCULADOS     PIC 9(03) VALUE ZEROS.
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA      PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO   PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR PIC X(01) VALUE "N".
       77 W-OP-NOME    PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA PIC X(08) VALUE "FP201772".
       77 W-QSC-LIBERADO PIC X(01) VALUE "N".
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "FP201772".
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
           OPEN I-O CADRESP
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR ST-ERRO = "35"
                      OPEN OUTPUT CADRESP
                      CLOSE CADRESP
                      MOVE "*** ARQUIVO CADRESP CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADRESP"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                   ELSE
                      NEXT SENTENCE.
           MOVE "S" TO W-TEM-ALUNO
           OPEN INPUT CADALUNO
           IF ST-ALUNO NOT = "00"
              MOVE "N" TO W-TEM-ALUNO.
       INC-001.
                MOVE ZEROS  TO RES-CPF RES-CEP RES-NUMERO RES-DDD
                               RES-TELEFONE RES-DDD-CEL RES-CELULAR
                MOVE SPACES TO RES-NOME RES-LOGRADOURO RES-COMPLEMENTO
                               RES-BAIRRO RES-CIDADE RES-UF RES-EMAIL
                MOVE "A" TO RES-SIT-REGISTRO
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 18) "CADASTRO DE RESPONSAVEIS FINANCEIROS"
                DISPLAY  (04, 01) "CPF: "
                DISPLAY  (05, 01) "NOME: "
                DISPLAY  (07, 01) "CEP: "
                DISPLAY  (08, 01) "LOGRADOURO: "
                DISPLAY  (09, 01) "NUMERO: "
                DISPLAY  (09, 20) "COMPLEMENTO: "
                DISPLAY  (10, 01) "BAIRRO: "
                DISPLAY  (11, 01) "CIDADE: "
                DISPLAY  (11, 35) "UF: "
                DISPLAY  (13, 01) "DDD: "
                DISPLAY  (13, 12) "TELEFONE: "
                DISPLAY  (14, 01) "DDD: "
                DISPLAY  (14, 12) "CELULAR.: "
                DISPLAY  (15, 01) "E-MAIL: ".
      *
      *****************************************
      * CPF COM DIGITOS VERIFICADORES          *
      * CONFERIDOS NO P201730                  *
      *****************************************
       INC-002.
                ACCEPT  (04, 06) RES-CPF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADRESP
                   IF W-TEM-ALUNO = "S"
                      CLOSE CADALUNO
                      GO TO ROT-FIM
                   ELSE
                      GO TO ROT-FIM.
                MOVE "N" TO W-CPF-VALIDO
                CALL "P201730" USING RES-CPF W-CPF-VALIDO
                IF W-CPF-VALIDO NOT = "S"
                   MOVE "*** CPF INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-RESP01.
                MOVE 0 TO W-SEL
                READ CADRESP
                IF ST-ERRO = "99"
                   MOVE "** REGISTRO EM USO POR OUTRO OPERADOR **"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY  (04, 06) RES-CPF
                      DISPLAY  (05, 07) RES-NOME
                      DISPLAY  (07, 06) RES-CEP
                      DISPLAY  (08, 13) RES-LOGRADOURO
                      DISPLAY  (09, 09) RES-NUMERO
                      DISPLAY  (09, 33) RES-COMPLEMENTO
                      DISPLAY  (10, 09) RES-BAIRRO
                      DISPLAY  (11, 09) RES-CIDADE
                      DISPLAY  (11, 39) RES-UF
                      DISPLAY  (13, 06) RES-DDD
                      DISPLAY  (13, 22) RES-TELEFONE
                      DISPLAY  (14, 06) RES-DDD-CEL
                      DISPLAY  (14, 22) RES-CELULAR
                      DISPLAY  (15, 09) RES-EMAIL
                      MOVE REGRESP TO W-AUD-ANTES
                      MOVE "*** CPF JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADRESP"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT (05, 07) RES-NOME WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF RES-NOME = SPACES
                   MOVE "*** NOME INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (07, 06) RES-CEP WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                PERFORM BUSCA-CEP THRU BUSCA-CEP-FIM.
       INC-005.
                ACCEPT (08, 13) RES-LOGRADOURO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
       INC-006.
                ACCEPT (09, 09) RES-NUMERO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
       INC-007.
                ACCEPT (09, 33) RES-COMPLEMENTO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
       INC-008.
                ACCEPT (10, 09) RES-BAIRRO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
       INC-009.
                ACCEPT (11, 09) RES-CIDADE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
       INC-010.
                ACCEPT (11, 39) RES-UF WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF NOT UF-VALIDA OF RES-UF
                   MOVE "*** UF INCORRETA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE SPACES TO RES-UF
                   DISPLAY (11, 39) RES-UF
                   GO TO INC-010.
       INC-011.
                ACCEPT (13, 06) RES-DDD WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
       INC-012.
                ACCEPT (13, 22) RES-TELEFONE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
       INC-013.
                ACCEPT (14, 06) RES-DDD-CEL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012.
       INC-014.
                ACCEPT (14, 22) RES-CELULAR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-013.
                IF RES-TELEFONE = ZEROS AND RES-CELULAR = ZEROS
                   MOVE "*** INFORME AO MENOS UM TELEFONE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-012.
       INC-015.
                ACCEPT (15, 09) RES-EMAIL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-014.
                IF RES-EMAIL = SPACES
                   GO TO INC-016.
                MOVE ZEROS TO W-QTD-ARROBA
                INSPECT RES-EMAIL TALLYING W-QTD-ARROBA FOR ALL "@"
                IF W-QTD-ARROBA NOT = 1
                   MOVE "*** E-MAIL INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-015.
       INC-016.
                IF W-SEL = 1
                            GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-015.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGRESP
                IF ST-ERRO = "00" OR "02"
                      MOVE RES-CPF TO W-AUD-CHAVE
                      MOVE SPACES TO W-AUD-ANTES
                      MOVE REGRESP TO W-AUD-DEPOIS
                      MOVE "GRAVACAO" TO W-AUD-ACAO
                      CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                                  W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                                  W-AUD-DEPOIS
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** CPF JA EXISTE ***         " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRESP"
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
                PERFORM CONTA-VINCULO THRU CONTA-VINCULO-FIM
                IF W-VINCULADOS > ZEROS
                   MOVE "** RESPONSAVEL COM ALUNO ATIVO VINCULADO **"
                                                             TO MENS
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
                MOVE "E" TO RES-SIT-REGISTRO
                REWRITE REGRESP
                IF ST-ERRO = "00" OR "02"
                   MOVE RES-CPF TO W-AUD-CHAVE
                   MOVE REGRESP TO W-AUD-DEPOIS
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
                IF W-ACT = 02 GO TO INC-015.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGRESP
                IF ST-ERRO = "00" OR "02"
                   MOVE RES-CPF TO W-AUD-CHAVE
                   MOVE REGRESP TO W-AUD-DEPOIS
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
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADRESP"  TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * ALUNOS ATIVOS VINCULADOS AO CPF (O     *
      * CADALUNO NAO TEM CHAVE PELO CPF, ENTAO *
      * E LIDO DO INICIO AO FIM)               *
      *****************************************
       CONTA-VINCULO.
                MOVE ZEROS TO W-VINCULADOS
                IF W-TEM-ALUNO NOT = "S"
                   GO TO CONTA-VINCULO-FIM.
                MOVE ZEROS TO ALU-RM
                START CADALUNO KEY IS NOT < ALU-RM
                IF ST-ALUNO NOT = "00"
                   GO TO CONTA-VINCULO-FIM.
       CONTA-VINCULO1.
                READ CADALUNO NEXT RECORD
                   AT END
                      GO TO CONTA-VINCULO-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF ALU-RESP-CPF NOT NUMERIC
                   GO TO CONTA-VINCULO1.
                IF ALU-RESP-CPF = RES-CPF AND ALU-SIT-ATIVO
                   ADD 1 TO W-VINCULADOS.
                GO TO CONTA-VINCULO1.
       CONTA-VINCULO-FIM.
                EXIT.
      *
      *****************************************
      * BUSCA DE ENDERECO PELO CEP NO CADCEP  *
      *****************************************
      *
       BUSCA-CEP.
                MOVE "N" TO W-CEP-ACHOU
                CALL "P201616" USING RES-CEP RES-LOGRADOURO RES-BAIRRO
                                     RES-CIDADE RES-UF W-CEP-ACHOU
                IF W-CEP-ACHOU = "S"
                   DISPLAY (08, 13) RES-LOGRADOURO
                   DISPLAY (10, 09) RES-BAIRRO
                   DISPLAY (11, 09) RES-CIDADE
                   DISPLAY (11, 39) RES-UF
                   MOVE "*** ENDERECO PREENCHIDO PELO CEP ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       BUSCA-CEP-FIM.
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
