      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADPAGAR.DAT - CONTAS A PAGAR. UM TITULO
      * POR FORNECEDOR (CADFORNEC) + NUMERO DO DOCUMENTO + PARCELA,
      * COM EMISSAO, VENCIMENTO, VALOR, CENTRO DE CUSTO
      * (CADCENTROCUSTO), CATEGORIA DA DESPESA E UNIDADE (CADUNIDADE).
      * LANCADO PELO FP201812 COMO "A" (EM ABERTO); A BAIXA DO
      * PAGAMENTO (FP201813) GRAVA PAG-PAGTO-DATA, PAG-PAGTO-VALOR E
      * O OPERADOR, E O SUPERVISOR QUE APROVOU QUANDO O VALOR PASSA
      * DO LIMITE DE ALCADA; O ESTORNO DA BAIXA VOLTA O TITULO A "A".
      * TITULO LANCADO POR ENGANO E CANCELADO ("C"), NAO APAGADO.
      * OS PAGOS ENTRAM NO REALIZADO DO CENTRO DE CUSTO NO P201729 PELO
      * MES DO PAGAMENTO E NAS SAIDAS DO FLUXO DE CAIXA (P201774),
      * TAMBEM PELO MES DO PAGAMENTO. RELATORIOS: A VENCER NOS
      * PROXIMOS N DIAS (P201814) E PAGOS POR CATEGORIA (P201815).
      *-----------------------------------------------------------------
       01 REGPAGAR.
                03 CHAVE-PAGAR.
                   05 PAG-FORNEC    PIC 9(05).
                   05 PAG-DOCUMENTO PIC X(12).
                   05 PAG-PARCELA   PIC 9(02).
                03 PAG-EMISSAO      PIC 9(08).
                03 PAG-VENCIMENTO.
                   05 PAG-VEN-ANO   PIC 9(04).
                   05 PAG-VEN-MES   PIC 9(02).
                   05 PAG-VEN-DIA   PIC 9(02).
                03 PAG-VALOR        PIC 9(08)V99.
                03 PAG-CC           PIC 9(01).
                03 PAG-CATEGORIA    PIC X(01).
                   88 PAG-CAT-ALUGUEL    VALUE "A".
                   88 PAG-CAT-CONSUMO    VALUE "C".
                   88 PAG-CAT-MATERIAL   VALUE "M".
                   88 PAG-CAT-MANUTENCAO VALUE "N".
                   88 PAG-CAT-SERVICOS   VALUE "S".
                   88 PAG-CAT-OUTROS     VALUE "O".
                   88 PAG-CATEGORIA-VALIDA VALUE "A" "C" "M" "N" "S"
                                                 "O".
                03 PAG-HISTORICO    PIC X(30).
                03 PAG-UNIDADE      PIC 9(02).
                03 PAG-STATUS       PIC X(01).
                   88 PAG-ABERTA       VALUE "A".
                   88 PAG-PAGA         VALUE "P".
                   88 PAG-CANCELADA    VALUE "C".
                03 PAG-PAGTO-DATA.
                   05 PAG-PAG-ANO   PIC 9(04).
                   05 PAG-PAG-MES   PIC 9(02).
                   05 PAG-PAG-DIA   PIC 9(02).
                03 PAG-PAGTO-VALOR  PIC 9(08)V99.
                03 PAG-OPERADOR     PIC X(08).
                03 PAG-SUPERVISOR   PIC X(08).
                03 FILLER           PIC X(36).
