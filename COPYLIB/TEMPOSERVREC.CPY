      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADTEMPOSERV.DAT - TABELA DO ADICIONAL
      * POR TEMPO DE SERVICO (QUINQUENIOS DO ACORDO COLETIVO), NOS
      * MOLDES DO CADINSS. CADA FAIXA TRAZ OS ANOS COMPLETOS DE CASA
      * (CONTADOS DA FUN-ADMISSAO ATE O MES DE REFERENCIA) A PARTIR
      * DOS QUAIS ELA VALE E O PERCENTUAL TOTAL DO ADICIONAL SOBRE O
      * SALARIO DO MES; VALE A FAIXA DE MAIOR TSV-ANOS ATINGIDA (AS
      * FAIXAS NAO SE SOMAM). OS INDICADORES DE INCIDENCIA DIZEM SE
      * O ADICIONAL ENTRA NAS BASES DO INSS (E DO FGTS) E DO IRRF.
      * MANTIDA PELO FP201790 E CARREGADA PELO P201662 (FOLHA MENSAL)
      * E PELO P201791 (FUNCIONARIOS QUE MUDAM DE FAIXA NO MES).
      *-----------------------------------------------------------------
       01 REGTEMPOSERV.
                03 TSV-FAIXA        PIC 9(01).
                03 TSV-ANOS         PIC 9(02).
                03 TSV-PCT          PIC 9(02)V99.
                03 TSV-INCIDE-INSS  PIC X(01).
                   88 TSV-INSS-VALIDO  VALUE "S" "N".
                03 TSV-INCIDE-IRRF  PIC X(01).
                   88 TSV-IRRF-VALIDO  VALUE "S" "N".
                03 FILLER           PIC X(21).
