      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADORCA.DAT - ORCAMENTO DE CUSTO
      * (SALARIOS E DESPESAS) POR CENTRO DE CUSTO E MES (AAAAMM).
      * MANTIDO PELO FP201728 (CENTRO VALIDADO NO CADCENTROCUSTO.DAT
      * VIA P201617) E CONFRONTADO PELO P201729 COM O REALIZADO: O
      * CUSTO DO MES NO ESTILO DO P201665 (CADCARGO X CADEPTO), O
      * ACUMULADO DO ANO A PARTIR DO FOLHAHIST.DAT E AS DESPESAS
      * PAGAS DO CADPAGAR.DAT PELO MES DO PAGAMENTO.
      *-----------------------------------------------------------------
       01 REGORCA.
                03 CHAVE-ORCA.
