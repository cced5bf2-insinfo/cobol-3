       AUTHOR. LEANDRO.
      **************************************
      * MANUTENCAO DO CADASTRO DE DEPTO.   *
      * A UNIDADE DO DEPTO (UNIDADE-EPTO)  *
      * E CONFERIDA PELO P201807; DEPTO DE *
      * UNIDADE EM QUE O OPERADOR NAO      *
      * TRABALHA E RECUSADO.               *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                   88 SIT-ATIVO     VALUE "A".
                   88 SIT-EXCLUIDO  VALUE "E".
                03 CODIGO-PAI    PIC 9(03) VALUE ZEROS.
                03 UNIDADE-EPTO  PIC 9(02) VALUE ZEROS.
      		03 FILLER        PIC X(34).
0		
      *
      *-----------------------------------------------------------------
       77 W-PAI-CICLO  PIC X(01) VALUE "N".
       77 W-COD-EDICAO PIC 9(03) VALUE ZEROS.
       77 W-FILHO-QTD  PIC 9(05) VALUE ZEROS.
       77 W-UNI-CODIGO PIC 9(02) VALUE ZEROS.
       77 W-UNI-AUTORIZADO PIC X(01) VALUE "N".
       77 W-UNI-NOME   PIC X(30) VALUE SPACES.
       01 W-REG-SALVA  PIC X(59) VALUE SPACES.
       01 MENS-FILHO.
                03 FILLER       PIC X(12) VALUE "*** EXISTEM ".
               VALUE  "   CENTRO DE CUSTO:".
           05  LINE 12  COLUMN 01
               VALUE  "   DEPTO SUPERIOR (000=NENHUM):".
           05  LINE 14  COLUMN 01
               VALUE  "   UNIDADE:".
           05  TCODIGO
               LINE 06  COLUMN 11  PIC 9(03)
               USING  CODIGO
               LINE 12  COLUMN 33  PIC 9(03)
               USING  CODIGO-PAI
               HIGHLIGHT.
           05  TUNIDADE
               LINE 14  COLUMN 13  PIC 9(02)
               USING  UNIDADE-EPTO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
               NEXT SENTENCE.
       INC-001.
                MOVE ZEROS  TO CODIGO CENTROCUSTO CODIGO-PAI
                               UNIDADE-EPTO
                MOVE SPACES TO DENOMINACAO
                MOVE "A" TO SIT-REGISTRO.
                DISPLAY TELA1.  
                      DISPLAY  TCODIGOPAI

                      MOVE REGDEPTO TO W-AUD-ANTES
                      GO TO LER-CLIENTE02
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADEPTO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                GO TO INC-003.
       LER-CLIENTE02.
                IF UNIDADE-EPTO NOT NUMERIC
                   MOVE 01 TO UNIDADE-EPTO.
                IF UNIDADE-EPTO = ZEROS
                   MOVE 01 TO UNIDADE-EPTO.
                MOVE UNIDADE-EPTO TO W-UNI-CODIGO
                CALL "P201807" USING W-OPERADOR W-UNI-CODIGO
                                     W-UNI-AUTORIZADO W-UNI-NOME
                IF W-UNI-AUTORIZADO = "N"
                   MOVE "*** DEPTO DE OUTRA UNIDADE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY  TUNIDADE
                DISPLAY  (14, 17) W-UNI-NOME
                MOVE "*** CODIGO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE 1 TO W-SEL
                GO TO ACE-001.
       
       INC-003.
                ACCEPT TDENOMINACAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF CODIGO-PAI = ZEROS
                   GO TO INC-006.
                IF CODIGO-PAI = CODIGO
                   MOVE "*** DEPTO NAO PODE SER O PROPRIO PAI ***"
                                                       TO MENS
                   MOVE ZEROS TO CODIGO-PAI
                   DISPLAY TCODIGOPAI
                   GO TO INC-005.
      *
      *****************************************
      * UNIDADE DO DEPTO (CADUNIDADE), QUE O   *
      * OPERADOR PRECISA TER NO PERFIL         *
      *****************************************
       INC-006.
                ACCEPT TUNIDADE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                MOVE UNIDADE-EPTO TO W-UNI-CODIGO
                CALL "P201807" USING W-OPERADOR W-UNI-CODIGO
                                     W-UNI-AUTORIZADO W-UNI-NOME
                IF W-UNI-AUTORIZADO = "I"
                   MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF W-UNI-AUTORIZADO NOT = "S"
                   MOVE "*** UNIDADE NAO AUTORIZADA AO OPERADOR ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                DISPLAY  (14, 17) W-UNI-NOME.
                IF W-SEL = 1
                            GO TO ALT-OPC.

