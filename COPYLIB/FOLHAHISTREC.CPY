      * A=ADIANTAMENTO QUINZENAL (P201725), R=RESCISAO (P201722).
      * O P201662 RECUSA REPROCESSAR UM AAAAMM JA PRESENTE NO
      * HISTORICO, SALVO AUTORIZADO POR SUPERVISOR; O P201717 IMPRIME
      * O ACUMULADO DO ANO POR FUNCIONARIO E DEPARTAMENTO. FH-FGTS
      * E O DEPOSITO DE FGTS DEVIDO SOBRE A REMUNERACAO DA LINHA (8%;
      * ZERO NO ADIANTAMENTO, QUE JA ESTA NA FOLHA DO MES) - LINHAS
      * GRAVADAS ANTES DELE TEM O CAMPO EM BRANCO E VALEM ZERO. E
      * TOTALIZADO NA GUIA (P201778) E NO EXTRATO (P201779).
      * FH-UNIDADE E A UNIDADE (CADUNIDADE) DO FUNCIONARIO NA DATA DA
      * LINHA; LINHAS ANTERIORES AO CAMPO VALEM UNIDADE 01.
      *-----------------------------------------------------------------
       01 REGFOLHAHIST.
                03 CHAVE-FOLHAHIST.
                   05 FH-ANO        PIC 9(04).
                   05 FH-MES        PIC 9(02).
                   05 FH-DIA        PIC 9(02).
                03 FH-FGTS          PIC 9(08)V99.
                03 FH-UNIDADE       PIC 9(02).
                03 FILLER           PIC X(05).
