      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADCAGED.DAT - CONTROLE DOS ARQUIVOS
      * MENSAIS DE ADMISSOES E DESLIGAMENTOS (CAGED.TXT) GERADOS PELO
      * P201789, UM REGISTRO POR MES DE COMPETENCIA (AAAAMM). MES JA
      * ENVIADO SO E GERADO DE NOVO COMO CORRECAO, COM AUTORIZACAO DE
      * SUPERVISOR (CGD-VEZES CONTA AS GERACOES, CGD-OPERADOR E O
      * SUPERVISOR DA ULTIMA CORRECAO).
      *-----------------------------------------------------------------
       01 REGCAGED.
                03 CGD-ANOMES       PIC 9(06).
                03 CGD-DATA         PIC 9(08).
                03 CGD-QTD-ADM      PIC 9(05).
                03 CGD-QTD-DESL     PIC 9(05).
                03 CGD-QTD-RECUSA   PIC 9(05).
                03 CGD-VEZES        PIC 9(03).
                03 CGD-OPERADOR     PIC X(08).
                03 FILLER           PIC X(20).
