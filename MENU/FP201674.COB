      * MANUTENCAO DO CADASTRO DE          *
      * OPERADORES (CADOPER). SO ENTRA     *
      * SUPERVISOR AUTENTICADO PELO        *
      * P201674. AS 99 OPCOES DO PERFIL    *
      * SAO DIGITADAS EM DUAS LINHAS       *
      * (01 A 50 E 51 A 99). AS UNIDADES   *
      * EM QUE O OPERADOR TRABALHA (ATE    *
      * DEZ CODIGOS DO CADUNIDADE, EM      *
      * BRANCO = TODAS) SAO CONFERIDAS     *
      * PELO P201807.                      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-OP-NOME    PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA PIC X(08) VALUE "FP201674".
       77 W-QSC-LIBERADO PIC X(01) VALUE "N".
       77 W-IND        PIC 9(02) COMP VALUE ZEROS.
       77 W-UNI-OPERADOR PIC X(08) VALUE SPACES.
       77 W-UNI-CODIGO PIC 9(02) VALUE ZEROS.
       77 W-UNI-AUTORIZADO PIC X(01) VALUE "N".
       77 W-UNI-NOME   PIC X(30) VALUE SPACES.
       77 W-UNI-ERRO   PIC X(01) VALUE "N".
       01 W-UNIDADES   PIC X(20) VALUE SPACES.
       01 W-UNIDADES-R REDEFINES W-UNIDADES.
                03 W-UNI-COD    PIC 9(02) OCCURS 10 TIMES.
       01 W-FLAGS.
                03 W-FLAGS1     PIC X(50) VALUE SPACES.
                03 W-FLAGS2     PIC X(49) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE SPACES TO OPE-CODIGO OPE-NOME OPE-SENHA
                               OPE-SUPERVISOR OPE-OPCOES W-FLAGS
                MOVE "A" TO OPE-SIT-REGISTRO
                MOVE ZEROS TO OPE-UNIDADES
                MOVE SPACES TO W-UNIDADES
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 20) "CADASTRO DE OPERADORES"
                DISPLAY  (04, 01) "CODIGO: "
                DISPLAY  (05, 01) "NOME: "
                DISPLAY  (06, 01) "SENHA: "
                DISPLAY  (07, 01) "SUPERVISOR (S/N): "
                DISPLAY  (08, 01) "OPCOES DO MENU (S/N, 99 POSICOES): "
                DISPLAY  (09, 01) "OPCOES 01 A 50:"
                DISPLAY  (09, 18) "1234567890123456789012345"
                DISPLAY  (09, 43) "1234567890123456789012345"
                DISPLAY  (11, 01) "OPCOES 51 A 99:"
                DISPLAY  (11, 18) "1234567890123456789012345"
                DISPLAY  (11, 43) "123456789012345678901234"
                DISPLAY  (13, 01)
                   "UNIDADES (ATE 10 CODIGOS, BRANCO = TODAS):".
       INC-002.
                ACCEPT  (04, 09) OPE-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                      DISPLAY  (05, 07) OPE-NOME
                      DISPLAY  (06, 08) OPE-SENHA
                      DISPLAY  (07, 19) OPE-SUPERVISOR
                      MOVE OPE-OPCOES TO W-FLAGS
                      DISPLAY  (10, 18) W-FLAGS1
                      DISPLAY  (12, 18) W-FLAGS2
                      MOVE SPACES TO W-FLAGS
                      MOVE OPE-UNIDADES TO W-UNIDADES
                      DISPLAY  (14, 18) W-UNIDADES
                      MOVE "*** OPERADOR JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT (10, 18) W-FLAGS1
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
       INC-006A.
                ACCEPT (12, 18) W-FLAGS2
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                INSPECT W-FLAGS REPLACING ALL "s" BY "S"
                INSPECT W-FLAGS REPLACING ALL "n" BY "N"
                INSPECT W-FLAGS REPLACING ALL " " BY "N"
                MOVE W-FLAGS TO OPE-OPCOES.
       INC-006B.
                ACCEPT (14, 18) W-UNIDADES WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006A.
                INSPECT W-UNIDADES REPLACING ALL " " BY "0"
                IF W-UNIDADES NOT NUMERIC
                   MOVE "*** UNIDADES: SO CODIGOS NUMERICOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006B.
                MOVE "N" TO W-UNI-ERRO
                PERFORM VAL-UNIDADE THRU VAL-UNIDADE-FIM
                  VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 10
                IF W-UNI-ERRO = "S"
                   MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006B.
                MOVE W-UNIDADES TO OPE-UNIDADES
                DISPLAY  (14, 18) W-UNIDADES.

                IF W-SEL = 1
                            GO TO ALT-OPC.
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006B.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006B.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADOPER"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       VAL-UNIDADE.
                IF W-UNI-COD (W-IND) NOT = ZEROS
                   MOVE W-UNI-COD (W-IND) TO W-UNI-CODIGO
                   CALL "P201807" USING W-UNI-OPERADOR W-UNI-CODIGO
                                        W-UNI-AUTORIZADO W-UNI-NOME
                   IF W-UNI-AUTORIZADO NOT = "S"
                      MOVE "S" TO W-UNI-ERRO.
       VAL-UNIDADE-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
