      * BUSCA-LA VIA P201689 EM VEZ DE CARREGAR COPIA    *
      * PROPRIA. O ENDERECO E PREENCHIDO PELO CEP VIA    *
      * P201616, COMO O FPP001 FAZ, E O REGISTRO GUARDA  *
      * O RESPONSAVEL E SEU TELEFONE, O E-MAIL DO        *
      * RESPONSAVEL E SE A FAMILIA ACEITA OS AVISOS DE   *
      * FALTA, NOTA E MENSALIDADE VENCIDA (P201765).     *
      * O ALUNO E VINCULADO AO RESPONSAVEL FINANCEIRO DO  *
      * CADRESP (FP201772) PELO CPF (ALU-RESP-CPF), QUE  *
      * O FATURAMENTO USA PARA O DESCONTO DE IRMAOS; A   *
      * BOLSA DIGITADA AQUI E SO A INDIVIDUAL.           *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    WITH LOCK ON RECORD
                    ALTERNATE RECORD KEY IS ALU-NOME
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
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALUNO.DAT".
           COPY ALUNOREC.
       FD CADRESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESP.DAT".
           COPY RESPREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL            PIC 9(01) VALUE ZEROS.
       77 W-TECLA          PIC X(01) VALUE SPACE.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-RESP          PIC X(02) VALUE "00".
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
       77 SEXOINTEIRO      PIC X(09) VALUE SPACES.
       77 W-CEP-ACHOU      PIC X(01) VALUE "N".
       77 W-QTD-ARROBA     PIC 9(02) VALUE ZEROS.
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA      PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO   PIC 9(02) VALUE ZEROS.
                      GO TO ROT-FIM
                   ELSE
                      NEXT SENTENCE.
           OPEN INPUT CADRESP
           IF ST-RESP NOT = "00"
              MOVE "** CADASTRE ANTES OS RESPONSAVEIS FINANCEIROS **"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADALUNO
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO ALU-RM ALU-DATANASC ALU-CEP ALU-NUMERO
                               ALU-DDD ALU-TELEFONE ALU-BOLSA-PCT
                               ALU-RESP-CPF
                MOVE SPACES TO ALU-NOME ALU-SEXO ALU-LOGRADOURO
                               ALU-BAIRRO ALU-CIDADE ALU-UF
                               ALU-RESPONSAVEL ALU-EMAIL
                MOVE "A" TO ALU-SIT-REGISTRO
                MOVE "S" TO ALU-NOTIFICA
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 20) "CADASTRO MESTRE DE ALUNOS"
                DISPLAY  (04, 01) "RM: "
                DISPLAY  (15, 01) "RESPONSAVEL: "
                DISPLAY  (16, 01) "DDD: "
                DISPLAY  (16, 12) "TELEFONE: "
                DISPLAY  (17, 01) "BOLSA (%): "
                DISPLAY  (18, 01) "E-MAIL RESP.: "
                DISPLAY  (19, 01) "RECEBE AVISOS (S/N): "
                DISPLAY  (20, 01) "RESP. FINANCEIRO (CPF): ".
       INC-002.
                ACCEPT  (04, 05) ALU-RM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADALUNO CADRESP
                   GO TO ROT-FIM.
                IF ALU-RM = ZEROS
                   MOVE "*** RM INVALIDO ***" TO MENS
                      DISPLAY  (16, 06) ALU-DDD
                      DISPLAY  (16, 22) ALU-TELEFONE
                      DISPLAY  (17, 12) ALU-BOLSA-PCT
                      DISPLAY  (18, 15) ALU-EMAIL
                      DISPLAY  (19, 22) ALU-NOTIFICA
                      PERFORM MOSTRA-RESP THRU MOSTRA-RESP-FIM
                      MOVE REGALUNO TO W-AUD-ANTES
                      MOVE "*** RM JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                ACCEPT (13, 39) ALU-UF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                IF NOT UF-VALIDA OF ALU-UF
                   MOVE "*** UF INCORRETA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE SPACES TO ALU-UF
                ACCEPT (17, 12) ALU-BOLSA-PCT WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-014.
       INC-016.
                ACCEPT (18, 15) ALU-EMAIL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-015.
                IF ALU-EMAIL = SPACES
                   GO TO INC-017.
                MOVE ZEROS TO W-QTD-ARROBA
                INSPECT ALU-EMAIL TALLYING W-QTD-ARROBA FOR ALL "@"
                IF W-QTD-ARROBA NOT = 1
                   MOVE "*** E-MAIL INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-016.
       INC-017.
                IF ALU-NOTIFICA NOT = "N"
                   MOVE "S" TO ALU-NOTIFICA.
                ACCEPT (19, 22) ALU-NOTIFICA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-016.
                IF ALU-NOTIFICA = "s"
                   MOVE "S" TO ALU-NOTIFICA.
                IF ALU-NOTIFICA = "n"
                   MOVE "N" TO ALU-NOTIFICA.
                IF ALU-NOTIFICA NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-017.
      *
      *****************************************
      * RESPONSAVEL FINANCEIRO: CPF JA         *
      * CADASTRADO E ATIVO NO CADRESP          *
      *****************************************
       INC-018.
                ACCEPT (20, 25) ALU-RESP-CPF WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-017.
                MOVE ALU-RESP-CPF TO RES-CPF
                READ CADRESP
                IF ST-RESP NOT = "00" OR RES-SIT-EXCLUIDO
                   MOVE "*** RESPONSAVEL FINANCEIRO NAO CADASTRADO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-018.
                DISPLAY (20, 38) RES-NOME.

                IF W-SEL = 1
                            GO TO ALT-OPC.
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-018.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-018.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADALUNO"  TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       MOSTRA-RESP.
                IF ALU-RESP-CPF NOT NUMERIC
                   MOVE ZEROS TO ALU-RESP-CPF.
                DISPLAY (20, 25) ALU-RESP-CPF
                MOVE SPACES TO RES-NOME
                IF ALU-RESP-CPF = ZEROS
                   GO TO MOSTRA-RESP1.
                MOVE ALU-RESP-CPF TO RES-CPF
                READ CADRESP
                IF ST-RESP NOT = "00"
                   MOVE "*** NAO CADASTRADO ***" TO RES-NOME.
       MOSTRA-RESP1.
                DISPLAY (20, 38) RES-NOME.
       MOSTRA-RESP-FIM.
                EXIT.
      *
      *****************************************
      * BUSCA DE ENDERECO PELO CEP NO CADCEP  *
