      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADSEGVIA.DAT - SEGUNDAS VIAS DE BOLETO
      * DE MENSALIDADE EMITIDAS PELO FP201768. UMA LINHA POR VIA,
      * PELO NUMERO DO BOLETO NOVO, COM O BOLETO QUE ELA SUBSTITUIU,
      * A CHAVE DA COBRANCA ORIGINAL NO CADMENS E O CALCULO (VALOR
      * ORIGINAL, MULTA, JUROS E VALOR DA VIA PARA O NOVO
      * VENCIMENTO). O P201766 USA SV-BOLETO-ANT PARA RECONHECER NO
      * RETORNO DO BANCO O PAGAMENTO FEITO COM O BOLETO ANTIGO.
      *-----------------------------------------------------------------
       01 REGSEGVIA.
                03 SV-BOLETO        PIC 9(06).
                03 SV-BOLETO-ANT    PIC 9(06).
                03 SV-CHAVE-MENS.
                   05 SV-RM         PIC 9(05).
                   05 SV-TURMA      PIC X(05).
                   05 SV-ANOLETIVO  PIC 9(04).
                   05 SV-ANOMES     PIC 9(06).
                03 SV-VIA           PIC 9(01).
                03 SV-VENCIMENTO    PIC 9(08).
                03 SV-VALOR-ORIG    PIC 9(06)V99.
                03 SV-MULTA         PIC 9(06)V99.
                03 SV-JUROS         PIC 9(06)V99.
                03 SV-VALOR         PIC 9(06)V99.
                03 SV-DATA-EMISSAO  PIC 9(08).
                03 SV-OPERADOR      PIC X(08).
                03 FILLER           PIC X(11).
