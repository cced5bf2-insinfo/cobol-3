      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADEXPCTB.DAT - CONTROLE DAS EXPORTACOES
      * DE LANCAMENTOS CONTABEIS DA FOLHA (P201786): UM REGISTRO POR
      * AAAAMM E TIPO DE PROCESSAMENTO JA EXPORTADO, COM A DATA, A
      * QUANTIDADE DE LANCAMENTOS E OS TOTAIS DO LOTE. O MESMO LOTE SO
      * E EXPORTADO DE NOVO COM O CARTAO DE AUTORIZACAO DE SUPERVISOR,
      * QUE FICA REGISTRADO EM EXP-OPERADOR.
      *-----------------------------------------------------------------
       01 REGEXPCTB.
                03 CHAVE-EXPCTB.
                   05 EXP-ANOMES    PIC 9(06).
                   05 EXP-TIPO      PIC X(01).
                03 EXP-DATA         PIC 9(08).
                03 EXP-QTD-LANC     PIC 9(06).
                03 EXP-TOT-DEB      PIC 9(12)V99.
                03 EXP-TOT-CRED     PIC 9(12)V99.
                03 EXP-VEZES        PIC 9(03).
                03 EXP-OPERADOR     PIC X(08).
                03 FILLER           PIC X(20).
