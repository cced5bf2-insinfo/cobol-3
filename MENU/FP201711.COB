      * (VALIDADO NO CADTURMA VIA P201654) COM O VALOR   *
      * CHEIO DA MENSALIDADE; A BOLSA DE CADA ALUNO SAI  *
      * DO CADALUNO NA HORA DO FATURAMENTO (P201712).    *
      * A UNIDADE DO PRECO E CONFERIDA PELO P201807;     *
      * PRECO DE UNIDADE EM QUE O OPERADOR NAO TRABALHA  *
      * E RECUSADO.                                      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-TUR-ACHOU      PIC X(01) VALUE "N".
       77 W-TUR-MAX        PIC 9(03) VALUE ZEROS.
       77 W-TUR-QTD        PIC 9(03) VALUE ZEROS.
       77 W-UNI-CODIGO     PIC 9(02) VALUE ZEROS.
       77 W-UNI-AUTORIZADO PIC X(01) VALUE "N".
       77 W-UNI-NOME       PIC X(30) VALUE SPACES.
       77 W-AUD-ACAO       PIC X(10) VALUE SPACES.
       77 W-AUD-CHAVE      PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES      PIC X(200) VALUE SPACES.
                   ELSE
                      NEXT SENTENCE.
       INC-001.
                MOVE ZEROS TO PRE-ANOLETIVO PRE-VALOR PRE-UNIDADE
                MOVE SPACES TO PRE-TURMA
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 20) "TABELA DE PRECO DA MENSALIDADE"
                DISPLAY  (04, 01) "TURMA: "
                DISPLAY  (04, 20) "ANO LETIVO: "
                DISPLAY  (06, 01) "VALOR DA MENSALIDADE: "
                DISPLAY  (07, 01) "UNIDADE: ".
       INC-002.
                ACCEPT  (04, 08) PRE-TURMA
                ACCEPT W-ACT FROM ESCAPE KEY
                   IF ST-ERRO = "00"
                      DISPLAY  (06, 23) PRE-VALOR
                      MOVE REGPRECO TO W-AUD-ANTES
                      GO TO LER-PRECO02
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADPRECO"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                GO TO INC-006.
       LER-PRECO02.
                IF PRE-UNIDADE NOT NUMERIC
                   MOVE 01 TO PRE-UNIDADE.
                IF PRE-UNIDADE = ZEROS
                   MOVE 01 TO PRE-UNIDADE.
                MOVE PRE-UNIDADE TO W-UNI-CODIGO
                CALL "P201807" USING W-OPERADOR W-UNI-CODIGO
                                     W-UNI-AUTORIZADO W-UNI-NOME
                IF W-UNI-AUTORIZADO = "N"
                   MOVE "*** PRECO DE OUTRA UNIDADE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY  (07, 10) PRE-UNIDADE
                DISPLAY  (07, 14) W-UNI-NOME
                MOVE "*** PRECO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE 1 TO W-SEL
                GO TO ACE-001.
       INC-006.
                ACCEPT (06, 23) PRE-VALOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                   MOVE "*** VALOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT (07, 10) PRE-UNIDADE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                MOVE PRE-UNIDADE TO W-UNI-CODIGO
                CALL "P201807" USING W-OPERADOR W-UNI-CODIGO
                                     W-UNI-AUTORIZADO W-UNI-NOME
                IF W-UNI-AUTORIZADO = "I"
                   MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF W-UNI-AUTORIZADO NOT = "S"
                   MOVE "*** UNIDADE NAO AUTORIZADA AO OPERADOR ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                DISPLAY  (07, 14) W-UNI-NOME.

                IF W-SEL = 1
                            GO TO ALT-OPC.
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
