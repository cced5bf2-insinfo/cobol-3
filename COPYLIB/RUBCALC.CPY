      *-----------------------------------------------------------------
      * AREA DE COMUNICACAO COM O P201777 (RUBRICAS DA FOLHA). O
      * CHAMADOR PREENCHE RC-FUNCAO ("C" = CALCULA AS RUBRICAS DO
      * FUNCIONARIO NO PROCESSAMENTO; "G" = GRAVA NO FOLHARUB.DAT AS
      * RUBRICAS JA CALCULADAS), RC-MATRICULA, RC-ANOMES, RC-TIPO
      * (M, A OU D, COMO O FH-TIPO), RC-BASE (SALARIO SOBRE O QUAL
      * INCIDEM AS RUBRICAS PERCENTUAIS) E, NA GRAVACAO, RC-DEPTO.
      * O CALCULO DEVOLVE AS RUBRICAS UMA A UMA EM RC-ITEM E OS
      * TOTAIS: PROVENTOS, DESCONTOS E OS AJUSTES DAS BASES DE INSS
      * E IRRF (NA FOLHA MENSAL OS AJUSTES TRAZEM TAMBEM AS RUBRICAS
      * JA APLICADAS NO ADIANTAMENTO DO MES). COPIADO NA
      * WORKING-STORAGE DOS CHAMADORES E NA LINKAGE DO P201777.
      *-----------------------------------------------------------------
       01 RUBRICAS-CALC.
                03 RC-FUNCAO        PIC X(01).
                03 RC-MATRICULA     PIC 9(05).
                03 RC-ANOMES        PIC 9(06).
                03 RC-TIPO          PIC X(01).
                03 RC-BASE          PIC 9(08)V99.
                03 RC-DEPTO         PIC 9(03).
                03 RC-PROVENTOS     PIC 9(08)V99.
                03 RC-DESCONTOS     PIC 9(08)V99.
                03 RC-PROV-INSS     PIC 9(08)V99.
                03 RC-DESC-INSS     PIC 9(08)V99.
                03 RC-PROV-IRRF     PIC 9(08)V99.
                03 RC-DESC-IRRF     PIC 9(08)V99.
                03 RC-QTD           PIC 9(02).
                03 RC-ITEM OCCURS 10 TIMES.
                   05 RC-RUBRICA    PIC 9(03).
                   05 RC-DESCRICAO  PIC X(25).
                   05 RC-NATUREZA   PIC X(01).
                   05 RC-INCIDE-INSS PIC X(01).
                   05 RC-INCIDE-IRRF PIC X(01).
                   05 RC-VALOR      PIC 9(08)V99.
