      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADRUBRICA.DAT - TABELA DE RUBRICAS DA
      * FOLHA (PROVENTOS E DESCONTOS ALEM DO SALARIO, INSS, IRRF E
      * ADIANTAMENTO: VALE-TRANSPORTE, PENSAO ALIMENTICIA,
      * CONSIGNADO, GRATIFICACOES, BONUS...). CADA RUBRICA DIZ SE E
      * PROVENTO OU DESCONTO, SE ENTRA NA BASE DO INSS E/OU DO IRRF
      * (PROVENTO SOMA, DESCONTO ABATE) E SE O VALOR E FIXO (DIGITADO
      * NO LANCAMENTO DO FUNCIONARIO) OU PERCENTUAL SOBRE O SALARIO
      * DO PROCESSAMENTO (RUB-PERCENT E O PERCENTUAL PADRAO, QUE O
      * LANCAMENTO PODE TROCAR). MANTIDA PELO FP201775; OS
      * LANCAMENTOS POR FUNCIONARIO FICAM NO CADFUNRUB.DAT
      * (FP201776) E O CALCULO E FEITO PELO P201777.
      *-----------------------------------------------------------------
       01 REGRUBRICA.
                03 RUB-CODIGO       PIC 9(03).
                03 RUB-DESCRICAO    PIC X(25).
                03 RUB-NATUREZA     PIC X(01).
                   88 RUB-PROVENTO     VALUE "P".
                   88 RUB-DESCONTO     VALUE "D".
                03 RUB-INCIDE-INSS  PIC X(01).
                   88 RUB-BASE-INSS    VALUE "S".
                03 RUB-INCIDE-IRRF  PIC X(01).
                   88 RUB-BASE-IRRF    VALUE "S".
                03 RUB-FORMA        PIC X(01).
                   88 RUB-FIXO         VALUE "F".
                   88 RUB-PERCENTUAL   VALUE "P".
                03 RUB-PERCENT      PIC 9(03)V99.
                03 RUB-SIT-REGISTRO PIC X(01) VALUE "A".
                   88 RUB-SIT-ATIVO    VALUE "A".
                   88 RUB-SIT-EXCLUIDO VALUE "E".
                03 FILLER           PIC X(22).
