      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADMULTA.DAT - PARAMETROS DE MULTA E
      * JUROS SOBRE MENSALIDADE PAGA APOS O VENCIMENTO, POR ANO
      * LETIVO: PERCENTUAL DE MULTA (UMA VEZ), PERCENTUAL DE JUROS
      * POR DIA DE ATRASO E A CARENCIA EM DIAS (PAGO ATE A CARENCIA,
      * NADA E COBRADO; DEPOIS DELA, MULTA E JUROS CONTAM DESDE O
      * VENCIMENTO). SEM REGISTRO PARA O ANO, NAO HA ACRESCIMO.
      * MANTIDO PELO FP201767 E CONSULTADO PELO P201767 (ROTINAS),
      * QUE DEVOLVE O VALOR ATUALIZADO PARA A BAIXA (P201713 E
      * P201766), A SEGUNDA VIA (FP201768) E A INADIMPLENCIA
      * (P201714).
      *-----------------------------------------------------------------
       01 REGMULTA.
                03 MUL-ANOLETIVO    PIC 9(04).
                03 MUL-MULTA-PCT    PIC 9(02)V99.
                03 MUL-JUROS-PCT    PIC 9(01)V9999.
                03 MUL-CARENCIA     PIC 9(02).
                03 FILLER           PIC X(15).
