      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADDESCIRM.DAT - TABELA DO DESCONTO DE
      * IRMAOS, POR ANO LETIVO. ATE QUATRO FAIXAS DE QUANTIDADE DE
      * FILHOS DO MESMO RESPONSAVEL FINANCEIRO (ALU-RESP-CPF) COBRADOS
      * NO MES, EM ORDEM CRESCENTE, COM O PERCENTUAL QUE CADA FILHO
      * RECEBE SOBRE O PRECO DA TURMA. VALE A MAIOR FAIXA ATINGIDA;
      * FAIXA COM QUANTIDADE ZERO NAO E USADA. O DESCONTO E SEPARADO
      * DA BOLSA INDIVIDUAL (ALU-BOLSA-PCT) E OS DOIS SAEM DO PRECO
      * CHEIO. SEM REGISTRO PARA O ANO, NAO HA DESCONTO DE IRMAOS.
      * MANTIDO PELO FP201773 E APLICADO PELO P201712.
      *-----------------------------------------------------------------
       01 REGDESCIRM.
                03 DIR-ANOLETIVO    PIC 9(04).
                03 DIR-FAIXA OCCURS 4 TIMES.
                   05 DIR-QTD       PIC 9(02).
                   05 DIR-PCT       PIC 9(02)V99.
                03 FILLER           PIC X(16).
