      * LAYOUT DO REGISTRO DE CADOPER.DAT - CADASTRO DE OPERADORES.
      * CODIGO (O MESMO QUE VAI PARA AUD-OPERADOR NA AUDITORIA), NOME,
      * SENHA, SITUACAO, INDICADOR DE SUPERVISOR E UM BYTE S/N POR
      * OPCAO DO MENU001 (1 A 99). COMPARTILHADO PELO FP201674
      * (MANUTENCAO, SO PARA SUPERVISORES) E PELO P201674 (ROTINAS),
      * QUE VALIDA OPERADOR/SENHA NO SIGN-ON DE CADA CADASTRO E A
      * AUTORIZACAO DA OPCAO ESCOLHIDA NO MENU001. OPE-UNIDADE LISTA
      * AS UNIDADES (CADUNIDADE) EM QUE O OPERADOR PODE TRABALHAR, ATE
      * DEZ; TUDO ZERO = TODAS. CONFERIDO PELO P201807 NOS CADASTROS
      * QUE TEM UNIDADE. O LAYOUT DE 180 BYTES VEIO DA CONVERSAO
      * P201808.
      *-----------------------------------------------------------------
       01 REGOPER.
                03 OPE-CODIGO       PIC X(08).
                03 OPE-SUPERVISOR   PIC X(01).
                   88 OPE-E-SUPERVISOR VALUE "S".
                03 OPE-OPCOES.
                   05 OPE-OPCAO-FLAG OCCURS 99 TIMES PIC X(01).
                03 FILLER           PIC X(03).
                03 OPE-UNIDADES.
                   05 OPE-UNIDADE    OCCURS 10 TIMES PIC 9(02).
                03 FILLER           PIC X(10).
