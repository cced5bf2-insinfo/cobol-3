       AUTHOR. LEANDRO.
      **************************************
      * MANUTENCAO DO CADASTRO DE TURMAS   *
      * (CADTURMA). A UNIDADE DA TURMA E   *
      * CONFERIDA NO CADUNIDADE PELO       *
      * P201807, QUE SO ACEITA UNIDADE EM  *
      * QUE O OPERADOR PODE TRABALHAR;     *
      * TURMA DE OUTRA UNIDADE E RECUSADA. *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-OP-NOME    PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA PIC X(08) VALUE "FP201654".
       77 W-QSC-LIBERADO PIC X(01) VALUE "N".
       77 W-UNI-CODIGO PIC 9(02) VALUE ZEROS.
       77 W-UNI-AUTORIZADO PIC X(01) VALUE "N".
       77 W-UNI-NOME   PIC X(30) VALUE SPACES.

       SCREEN SECTION.
       01  TELA1.
               VALUE  "   SALA:".
           05  LINE 10  COLUMN 01
               VALUE  "   MAXIMO DE ALUNOS:".
           05  LINE 11  COLUMN 01
               VALUE  "   UNIDADE:".
           05  TTURMA
               LINE 05  COLUMN 11  PIC X(05)
               USING  TUR-TURMA
               LINE 10  COLUMN 22  PIC 9(03)
               USING  TUR-MAXALUNOS
               HIGHLIGHT.
           05  TUNIDADE
               LINE 11  COLUMN 13  PIC 9(02)
               USING  TUR-UNIDADE
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE ZEROS  TO TUR-ANOLETIVO TUR-MAXALUNOS TUR-UNIDADE
                MOVE SPACES TO TUR-TURMA TUR-TURNO TUR-SALA.
                DISPLAY TELA1.
       INC-002.
                READ CADTURMA
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      GO TO LER-TURMA02
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADTURMA"
                                                       TO MENS
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                GO TO INC-003.
       LER-TURMA02.
                IF TUR-UNIDADE NOT NUMERIC
                   MOVE 01 TO TUR-UNIDADE.
                IF TUR-UNIDADE = ZEROS
                   MOVE 01 TO TUR-UNIDADE.
                MOVE TUR-UNIDADE TO W-UNI-CODIGO
                CALL "P201807" USING W-OPERADOR W-UNI-CODIGO
                                     W-UNI-AUTORIZADO W-UNI-NOME
                IF W-UNI-AUTORIZADO = "N"
                   MOVE "*** TURMA DE OUTRA UNIDADE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY  TTURMA
                DISPLAY  TANOLETIVO
                DISPLAY  TTURNO
                DISPLAY  TSALA
                DISPLAY  TMAXALUNOS
                DISPLAY  TUNIDADE
                DISPLAY  (11, 17) W-UNI-NOME
                MOVE "*** TURMA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE 1 TO W-SEL
                GO TO ACE-001.
       INC-003.
                ACCEPT TTURNO
                ACCEPT W-ACT FROM ESCAPE KEY
                   MOVE "*** MAXIMO DE ALUNOS INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TUNIDADE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                MOVE TUR-UNIDADE TO W-UNI-CODIGO
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
                DISPLAY  (11, 17) W-UNI-NOME.

                IF W-SEL = 1
                            GO TO ALT-OPC.
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
