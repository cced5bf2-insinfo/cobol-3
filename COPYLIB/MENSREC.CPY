      * POR ALUNO ATIVO E MES DE REFERENCIA, GERADA PELO P201712 COM
      * NUMERO SEQUENCIAL DE BOLETO, VALOR (PRECO DA TURMA NO
      * CADPRECO MENOS A BOLSA DO ALUNO) E VENCIMENTO. A BAIXA DE
      * PAGAMENTO E FEITA PELO RETORNO DO BANCO (P201766, CASANDO O
      * MEN-BOLETO) OU NA TELA P201713 PARA AS EXCECOES, E A
      * INADIMPLENCIA SAI POR TURMA NO P201714. A SAIDA DO ALUNO NO
      * MEIO DO ANO (FP201761) CANCELA ("C") AS COBRANCAS EM ABERTO
      * DOS MESES SEGUINTES.
      * MEN-VALOR E MEN-VENCIMENTO SAO SEMPRE OS DA COBRANCA
      * ORIGINAL. A SEGUNDA VIA (FP201768) TROCA O MEN-BOLETO PELO
      * NUMERO NOVO E GUARDA EM MEN-VIA-* A QUANTIDADE DE VIAS, O
      * NOVO VENCIMENTO E O VALOR ATUALIZADO (MULTA/JUROS DO
      * CADMULTA VIA P201767); CADA VIA FICA NO CADSEGVIA COM O
      * BOLETO QUE ELA SUBSTITUIU. REGISTRO ANTERIOR A SEGUNDA VIA
      * PODE TRAZER OS CAMPOS MEN-VIA-* NAO NUMERICOS - TRATAR COMO
      * ZERO.
      * O ACORDO DE PARCELAMENTO (FP201769, CADACORDO) FECHA COMO
      * "R" (RENEGOCIADA, NAO PAGA) AS COBRANCAS VENCIDAS DO RM, COM
      * MEN-PAGTO-DATA = DATA DO ACORDO E MEN-ACORDO = NUMERO DO
      * ACORDO, E GERA AS PARCELAS COMO COBRANCAS
      * NOVAS DO MESMO RM COM MEN-TURMA = "*" + NUMERO DO ACORDO,
      * MEN-ANOLETIVO = ANO DO ACORDO E MEN-ANOMES = MES DO
      * VENCIMENTO DA PARCELA. MEN-ACORDO SO VALE NAS COBRANCAS "R"
      * E NAS PARCELAS.
      * MEN-UNIDADE E A UNIDADE (CADUNIDADE) DA COBRANCA, COPIADA DO
      * PRE-UNIDADE NA GERACAO E DAS COBRANCAS RENEGOCIADAS NAS
      * PARCELAS DE ACORDO. O LAYOUT DE 100 BYTES VEIO DA CONVERSAO
      * P201808, QUE GRAVOU UNIDADE 01 NAS COBRANCAS JA EXISTENTES.
      * MEN-TRANSP-VALOR E A PARTE DO MEN-VALOR QUE E TAXA DO
      * TRANSPORTE ESCOLAR (ROT-TAXA DA ROTA DO ALUNO NO CADROTALU),
      * LANCADA PELO P201712 EM LINHA PROPRIA DO RELATORIO; O RESTO E
      * A MENSALIDADE. REGISTRO ANTERIOR AO CAMPO PODE TRAZE-LO NAO
      * NUMERICO - TRATAR COMO ZERO.
      *-----------------------------------------------------------------
       01 REGMENS.
                03 CHAVE-MENS.
                   05 MEN-RM        PIC 9(05).
                   05 MEN-TURMA     PIC X(05).
                   05 MEN-TURMA-ACORDO REDEFINES MEN-TURMA.
                      07 MEN-ACO-MARCA  PIC X(01).
                         88 MEN-PARCELA-ACORDO VALUE "*".
                      07 MEN-ACO-NUMERO PIC 9(04).
                   05 MEN-ANOLETIVO PIC 9(04).
                   05 MEN-ANOMES    PIC 9(06).
                03 MEN-BOLETO       PIC 9(06).
                03 MEN-STATUS       PIC X(01).
                   88 MEN-ABERTA       VALUE "A".
                   88 MEN-PAGA         VALUE "P".
                   88 MEN-CANCELADA    VALUE "C".
                   88 MEN-RENEGOCIADA  VALUE "R".
                03 MEN-PAGTO-DATA   PIC 9(08).
                03 MEN-PAGTO-VALOR  PIC 9(06)V99.
                03 MEN-VIA-QTD      PIC 9(01).
                03 MEN-VIA-VENCIMENTO PIC 9(08).
                03 MEN-VIA-VALOR    PIC 9(06)V99.
                03 MEN-ACORDO       PIC 9(04).
                03 MEN-UNIDADE      PIC 9(02).
                03 MEN-TRANSP-VALOR PIC 9(06)V99.
                03 FILLER           PIC X(10).
