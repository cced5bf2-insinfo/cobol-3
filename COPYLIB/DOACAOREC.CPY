      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADDOACAO.DAT - LIVRO DE DOACOES E
      * CONTRIBUICOES DOS AMIGOS A ASSOCIACAO. UMA LINHA POR APELIDO,
      * DATA E SEQUENCIA, COM O VALOR, A FORMA DE PAGAMENTO
      * (D=DINHEIRO, C=CHEQUE, T=TRANSFERENCIA, P=PIX, O=OUTRA), A
      * CAMPANHA (BRANCO = DOACAO AVULSA), O OPERADOR QUE RECEBEU E
      * O NUMERO DO RECIBO (CHAVE ALTERNATIVA, SEQUENCIAL). LANCADO
      * NO P201793, QUE IMPRIME O RECIBO; LIDO PELO P201794 (EXTRATO
      * ANUAL E RESUMO MENSAL POR TIPO DE AMIGO) E PELO P201795
      * (DOADORES REGULARES QUE PARARAM DE CONTRIBUIR).
      *-----------------------------------------------------------------
       01 REGDOACAO.
                03 CHAVE-DOACAO.
                   05 DOA-APELIDO   PIC X(12).
                   05 DOA-DATA.
                      07 DOA-ANO    PIC 9(04).
                      07 DOA-MES    PIC 9(02).
                      07 DOA-DIA    PIC 9(02).
                   05 DOA-SEQ       PIC 9(02).
                03 DOA-RECIBO       PIC 9(06).
                03 DOA-VALOR        PIC 9(06)V99.
                03 DOA-FORMA        PIC X(01).
                   88 DOA-FORMA-VALIDA VALUE "D" "C" "T" "P" "O".
                03 DOA-CAMPANHA     PIC X(06).
                03 DOA-OPERADOR     PIC X(08).
                03 FILLER           PIC X(19).
