      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADFUNRUB.DAT - RUBRICAS LANCADAS PARA
      * CADA FUNCIONARIO. CHAVE MATRICULA + RUBRICA (CADRUBRICA) +
      * AAAAMM DE INICIO. O LANCAMENTO FIXO ("F") VALE DE FR-INICIO
      * ATE FR-FIM (ZERO = SEM PRAZO, COMO A PENSAO); O EVENTUAL
      * ("E") SO VALE NO PROPRIO FR-INICIO (FR-FIM = FR-INICIO).
      * FR-VALOR E USADO NA RUBRICA DE VALOR FIXO E FR-PERCENT NA
      * PERCENTUAL (ZERO = PERCENTUAL PADRAO DA TABELA). FR-APLICA-*
      * DIZ EM QUAIS PROCESSAMENTOS ENTRA: FOLHA MENSAL (P201662),
      * ADIANTAMENTO (P201725) E 13O SALARIO (P201718). MANTIDO PELO
      * FP201776 E LIDO PELO P201777.
      *-----------------------------------------------------------------
       01 REGFUNRUB.
                03 CHAVE-FUNRUB.
                   05 FR-MATRICULA  PIC 9(05).
                   05 FR-RUBRICA    PIC 9(03).
                   05 FR-INICIO     PIC 9(06).
                03 FR-FIM           PIC 9(06).
                03 FR-TIPO          PIC X(01).
                   88 FR-FIXA          VALUE "F".
                   88 FR-EVENTUAL      VALUE "E".
                03 FR-VALOR         PIC 9(06)V99.
                03 FR-PERCENT       PIC 9(03)V99.
                03 FR-APLICA-MENSAL PIC X(01).
                03 FR-APLICA-ADIANT PIC X(01).
                03 FR-APLICA-DECIMO PIC X(01).
                03 FR-OBS           PIC X(30).
                03 FR-SIT-REGISTRO  PIC X(01) VALUE "A".
                   88 FR-SIT-ATIVO     VALUE "A".
                   88 FR-SIT-EXCLUIDO  VALUE "E".
                03 FILLER           PIC X(20).
