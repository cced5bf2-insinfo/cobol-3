      * MENSALIDADE POR TURMA + ANO LETIVO. MANTIDA PELO FP201711 E
      * LIDA PELO P201712 (FATURAMENTO MENSAL), QUE APLICA SOBRE O
      * VALOR O PERCENTUAL DE BOLSA DO ALUNO (ALU-BOLSA-PCT DO
      * CADALUNO.DAT). PRE-UNIDADE E A UNIDADE (CADUNIDADE) DA TURMA,
      * COPIADA PELO P201712 PARA MEN-UNIDADE; BRANCO NOS PRECOS
      * ANTERIORES AO CAMPO = UNIDADE 01.
      *-----------------------------------------------------------------
       01 REGPRECO.
                03 CHAVE-PRECO.
                   05 PRE-TURMA     PIC X(05).
                   05 PRE-ANOLETIVO PIC 9(04).
                03 PRE-VALOR        PIC 9(06)V99.
                03 PRE-UNIDADE      PIC 9(02).
                03 FILLER           PIC X(11).
