      * (P201712). COMPARTILHADO PELO
      * FP201689 (MANUTENCAO DO CADASTRO) E PELO P201689 (ROTINAS), QUE
      * DEVOLVE A IDENTIDADE PARA O P201613, OS BOLETINS (P201634/
      * P201653) E O HISTORICO (P201656). ALU-EMAIL E O E-MAIL DO
      * RESPONSAVEL E ALU-NOTIFICA ("N" = FAMILIA PEDIU PARA NAO
      * RECEBER AVISOS) CONTROLAM OS AVISOS DE FALTA, NOTA E
      * MENSALIDADE VENCIDA GERADOS PELO P201765; O REGISTRO PASSOU
      * DE 200 PARA 300 BYTES NA CONVERSAO DO P201764.
      * ALU-RESP-CPF APONTA PARA O RESPONSAVEL FINANCEIRO NO CADRESP
      * (FP201772); ALU-RESPONSAVEL CONTINUA COMO O NOME DE CONTATO.
      * REGISTRO ANTERIOR AO VINCULO TRAZ ALU-RESP-CPF NAO NUMERICO -
      * TRATAR COMO ZERO (SEM RESPONSAVEL FINANCEIRO). A BOLSA
      * (ALU-BOLSA-PCT) E SO A INDIVIDUAL; O DESCONTO DE IRMAOS SAI DA
      * TABELA CADDESCIRM NO FATURAMENTO (P201712).
      *-----------------------------------------------------------------
       01 REGALUNO.
                03 ALU-RM           PIC 9(05).
                03 ALU-SIT-REGISTRO PIC X(01) VALUE "A".
                   88 ALU-SIT-ATIVO    VALUE "A".
                   88 ALU-SIT-EXCLUIDO VALUE "E".
                03 ALU-NOTIFICA     PIC X(01).
                   88 ALU-NOTIFICA-NAO VALUE "N".
                03 ALU-EMAIL        PIC X(50).
                03 ALU-RESP-CPF     PIC 9(11).
                03 FILLER           PIC X(55).
