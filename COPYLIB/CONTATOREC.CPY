      * O=OUTRO) E UMA NOTA CURTA. LANCADO NO P201732 (TAMBEM
      * ACESSIVEL PELO F4 DO FPP001) E LIDO PELO P201733, QUE LISTA
      * OS AMIGOS SEM CONTATO NOS ULTIMOS N MESES POR TIPO DE AMIGO.
      * O TIPO R (RETORNO PENDENTE) NAO E UM CONTATO FEITO: E GRAVADO
      * PELO P201795 PARA O DOADOR REGULAR QUE PAROU DE CONTRIBUIR,
      * COM O MOTIVO NA NOTA, E O P201732 O MOSTRA AO OPERADOR ATE
      * QUE UM CONTATO DE VERDADE SEJA LANCADO DEPOIS DELE.
      *-----------------------------------------------------------------
       01 REGCONTATO.
                03 CHAVE-CONTATO.
                      07 CTT-DIA    PIC 9(02).
                   05 CTT-SEQ       PIC 9(02).
                03 CTT-TIPO         PIC X(01).
                   88 CTT-RETORNO      VALUE "R".
                03 CTT-NOTA         PIC X(30).
                03 CTT-OPERADOR     PIC X(08).
                03 FILLER           PIC X(19).
