       AUTHOR. LEANDRO.
      **************************************
      * MANUTENCAO DO CADASTRO DE          *
      * FUNCIONARIOS (CADFUNC). O HORISTA  *
      * PODE OPTAR PELO BANCO DE HORAS DO  *
      * ACORDO COLETIVO (S/N). A UNIDADE   *
      * DO FUNCIONARIO E CONFERIDA PELO    *
      * P201807; FUNCIONARIO DE UNIDADE EM *
      * QUE O OPERADOR NAO TRABALHA E      *
      * RECUSADO.                          *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-OP-NOME    PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA PIC X(08) VALUE "FP201660".
       77 W-QSC-LIBERADO PIC X(01) VALUE "N".
       77 W-UNI-CODIGO PIC 9(02) VALUE ZEROS.
       77 W-UNI-AUTORIZADO PIC X(01) VALUE "N".
       77 W-UNI-NOME   PIC X(30) VALUE SPACES.
       77 W-AUD-PROGRAMA PIC X(08) VALUE "FP201660".
       77 W-AUD-ACAO     PIC X(10) VALUE SPACES.
       77 W-AUD-CHAVE    PIC X(20) VALUE SPACES.
                               FUN-CODIGO-CARGO FUN-DEMISSAO
                               FUN-BANCO FUN-AGENCIA FUN-CONTA
                               FUN-CPF FUN-CEP FUN-NUMERO
                               FUN-UNIDADE
                MOVE SPACES TO FUN-NOME FUN-MOTIVO-DESLIG
                               FUN-CONTA-DV FUN-LOGRADOURO
                               FUN-BAIRRO FUN-CIDADE FUN-UF
                               FUN-TIPO-DESLIG
                MOVE "N" TO FUN-BANCO-HORAS
                MOVE "A" TO FUN-SIT-REGISTRO
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 20) "CADASTRO DE FUNCIONARIOS"
                DISPLAY  (12, 01) "NUMERO: "
                DISPLAY  (12, 16) "BAIRRO: "
                DISPLAY  (13, 01) "CIDADE: "
                DISPLAY  (13, 35) "UF: "
                DISPLAY  (15, 01) "BANCO DE HORAS (S/N): "
                DISPLAY  (16, 01) "UNIDADE: ".
       INC-002.
                ACCEPT  (04, 12) FUN-MATRICULA
                ACCEPT W-ACT FROM ESCAPE KEY
                      DISPLAY  (12, 24) FUN-BAIRRO
                      DISPLAY  (13, 09) FUN-CIDADE
                      DISPLAY  (13, 39) FUN-UF
                      DISPLAY  (15, 23) FUN-BANCO-HORAS
                      MOVE REGFUNC TO W-AUD-ANTES
                      GO TO LER-FUNC02
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADFUNC"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                GO TO INC-003.
       LER-FUNC02.
                IF FUN-UNIDADE NOT NUMERIC
                   MOVE 01 TO FUN-UNIDADE.
                IF FUN-UNIDADE = ZEROS
                   MOVE 01 TO FUN-UNIDADE.
                MOVE FUN-UNIDADE TO W-UNI-CODIGO
                CALL "P201807" USING W-OPERADOR W-UNI-CODIGO
                                     W-UNI-AUTORIZADO W-UNI-NOME
                IF W-UNI-AUTORIZADO = "N"
                   MOVE "*** FUNCIONARIO DE OUTRA UNIDADE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY  (16, 10) FUN-UNIDADE
                DISPLAY  (16, 14) W-UNI-NOME
                MOVE "*** MATRICULA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE 1 TO W-SEL
                GO TO ACE-001.
       INC-003.
                ACCEPT (05, 07) FUN-NOME
                ACCEPT W-ACT FROM ESCAPE KEY
                   MOVE SPACES TO FUN-UF
                   DISPLAY (13, 39) FUN-UF
                   GO TO INC-006J.
       INC-006K.
                IF FUN-BANCO-HORAS NOT = "S"
                   MOVE "N" TO FUN-BANCO-HORAS.
                ACCEPT (15, 23) FUN-BANCO-HORAS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006J.
                IF FUN-BANCO-HORAS NOT = "S" AND "N"
                   MOVE "*** BANCO DE HORAS: DIGITE S OU N ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006K.
       INC-006L.
                ACCEPT (16, 10) FUN-UNIDADE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006K.
                MOVE FUN-UNIDADE TO W-UNI-CODIGO
                CALL "P201807" USING W-OPERADOR W-UNI-CODIGO
                                     W-UNI-AUTORIZADO W-UNI-NOME
                IF W-UNI-AUTORIZADO = "I"
                   MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006L.
                IF W-UNI-AUTORIZADO NOT = "S"
                   MOVE "*** UNIDADE NAO AUTORIZADA AO OPERADOR ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006L.
                DISPLAY  (16, 14) W-UNI-NOME.
      *
      *****************************************
      * QUADRO DE VAGAS (CADVAGA VIA P201726): *
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006L.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006L.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
