      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADCONTAB.DAT - PLANO DE CONTAS DA FOLHA:
      * PARA CADA TIPO DE PROCESSAMENTO DO FOLHAHIST (M, D, F, A, R) E
      * CADA COMPONENTE DA FOLHA, A CONTA DE DEBITO E/OU A DE CREDITO
      * DO LANCAMENTO CONTABIL. COMPONENTES: BRU = BRUTO (SEM AS
      * RUBRICAS DE PROVENTO QUE TEM CONTA PROPRIA), INS = INSS, IRF =
      * IRRF, ADT = ADIANTAMENTO (NO TIPO "A" O VALOR ADIANTADO, NO
      * "M" O DESCONTADO NA FOLHA), LIQ = LIQUIDO, FGT = FGTS DO MES E
      * RUB = RUBRICA DO FOLHARUB (CTB-RUBRICA = CODIGO DA RUBRICA OU
      * 000 PARA AS RUBRICAS SEM CONTA PROPRIA; NOS DEMAIS
      * COMPONENTES E SEMPRE 000). COMPONENTE COM UMA CONTA SO FAZ UMA
      * PERNA DO LANCAMENTO E A SOMA DE TODOS TEM DE FECHAR. MANTIDO
      * PELO FP201785 E USADO PELA EXPORTACAO P201786.
      *-----------------------------------------------------------------
       01 REGCONTAB.
                03 CHAVE-CONTAB.
                   05 CTB-TIPO      PIC X(01).
                      88 CTB-TIPO-VALIDO VALUE "M" "D" "F" "A" "R".
                   05 CTB-ITEM      PIC X(03).
                      88 CTB-ITEM-VALIDO VALUE "BRU" "INS" "IRF" "ADT"
                                               "LIQ" "FGT" "RUB".
                      88 CTB-RUBRICA-ITEM VALUE "RUB".
                   05 CTB-RUBRICA   PIC 9(03).
                03 CTB-CONTA-DEB    PIC X(20).
                03 CTB-CONTA-CRED   PIC X(20).
                03 CTB-HISTORICO    PIC X(30).
                03 CTB-SIT-REGISTRO PIC X(01) VALUE "A".
                   88 CTB-SIT-ATIVO    VALUE "A".
                   88 CTB-SIT-EXCLUIDO VALUE "E".
                03 FILLER           PIC X(22).
