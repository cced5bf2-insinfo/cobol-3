      * VALOR E O VENCIMENTO NA TELA E REGISTRA A DATA E *
      * O VALOR PAGOS; A COBRANCA PASSA A "P" (PAGA),    *
      * COM TRILHA DE AUDITORIA VIA P201622. A           *
      * INADIMPLENCIA SAI POR TURMA NO P201714. A BAIXA  *
      * NORMAL VEM DO RETORNO DO BANCO (P201766); ESTA   *
      * TELA FICA PARA AS EXCECOES DAQUELE RELATORIO.    *
      * PAGAMENTO APOS O VENCIMENTO MOSTRA A MULTA, OS   *
      * JUROS E O VALOR ATUALIZADO NA DATA DO PAGAMENTO  *
      * (CADMULTA VIA P201767, RESPEITANDO A SEGUNDA VIA *
      * EMITIDA), QUE VEM COMO VALOR PAGO SUGERIDO.      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 W-PAGTO-DATA     PIC 9(08) VALUE ZEROS.
       77 W-PAGTO-VALOR    PIC 9(06)V99 VALUE ZEROS.
       77 W-VENCIMENTO     PIC 9(08) VALUE ZEROS.
       77 W-DIAS-ATRASO    PIC 9(04) VALUE ZEROS.
       77 W-MULTA          PIC 9(06)V99 VALUE ZEROS.
       77 W-JUROS          PIC 9(06)V99 VALUE ZEROS.
       77 W-VALOR-ATUAL    PIC 9(06)V99 VALUE ZEROS.
       77 W-MUL-ACHOU      PIC X(01) VALUE "N".
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA      PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO   PIC 9(02) VALUE ZEROS.
                DISPLAY (06, 01) "BOLETO......: "
                DISPLAY (07, 01) "VALOR.......: "
                DISPLAY (08, 01) "VENCIMENTO..: "
                DISPLAY (06, 35) "SEGUNDA VIA...: "
                DISPLAY (07, 35) "VALOR DA VIA..: "
                DISPLAY (08, 35) "VENCTO DA VIA.: "
                DISPLAY (10, 01) "DATA PAGTO..:          (AAAAMMDD)"
                DISPLAY (11, 01) "VALOR PAGO..: "
                DISPLAY (13, 01) "DIAS ATRASO.: "
                DISPLAY (14, 01) "MULTA.......: "
                DISPLAY (15, 01) "JUROS.......: "
                DISPLAY (16, 01) "VALOR ATUAL.: ".
       PAG-002.
                ACCEPT (04, 05) MEN-RM
                ACCEPT W-ACT FROM ESCAPE KEY
                   MOVE "*** COBRANCA JA ESTA PAGA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-001.
                IF MEN-CANCELADA
                   MOVE "*** COBRANCA CANCELADA (SAIDA DO ALUNO) ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-001.
                IF MEN-RENEGOCIADA
                   MOVE "*** COBRANCA RENEGOCIADA EM ACORDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-001.
                MOVE REGMENS TO W-AUD-ANTES
                IF MEN-VIA-QTD NOT NUMERIC
                   MOVE ZEROS TO MEN-VIA-QTD MEN-VIA-VENCIMENTO
                                 MEN-VIA-VALOR.
                DISPLAY (06, 15) MEN-BOLETO
                DISPLAY (07, 15) MEN-VALOR
                DISPLAY (08, 15) MEN-VENCIMENTO
                DISPLAY (06, 51) MEN-VIA-QTD
                DISPLAY (07, 51) MEN-VIA-VALOR
                DISPLAY (08, 51) MEN-VIA-VENCIMENTO.
       PAG-006.
                ACCEPT (10, 15) W-PAGTO-DATA
                ACCEPT W-ACT FROM ESCAPE KEY
                   MOVE "*** DATA DE PAGAMENTO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-006.
                MOVE MEN-VENCIMENTO TO W-VENCIMENTO
                CALL "P201767" USING MEN-ANOLETIVO MEN-VALOR
                            W-VENCIMENTO MEN-VIA-VENCIMENTO
                            W-PAGTO-DATA W-DIAS-ATRASO W-MULTA W-JUROS
                            W-VALOR-ATUAL W-MUL-ACHOU
                DISPLAY (13, 15) W-DIAS-ATRASO
                DISPLAY (14, 15) W-MULTA
                DISPLAY (15, 15) W-JUROS
                DISPLAY (16, 15) W-VALOR-ATUAL.
       PAG-007.
                MOVE W-VALOR-ATUAL TO W-PAGTO-VALOR
                ACCEPT (11, 15) W-PAGTO-VALOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO PAG-006.
