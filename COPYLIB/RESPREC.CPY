      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADRESP.DAT - CADASTRO DO RESPONSAVEL
      * FINANCEIRO, CHAVEADO PELO CPF (DIGITOS CONFERIDOS NO P201730).
      * ENDERECO PELO CEP VIA P201616, DOIS TELEFONES E E-MAIL. CADA
      * ALUNO DO CADALUNO APONTA PARA O SEU RESPONSAVEL EM
      * ALU-RESP-CPF, E E POR ESSE VINCULO QUE O FATURAMENTO (P201712)
      * CONTA OS FILHOS COBRADOS NO MES PARA O DESCONTO DE IRMAOS E
      * QUE A QUITACAO ANUAL (P201771) JUNTA A FAMILIA. MANTIDO PELO
      * FP201772; EXCLUSAO LOGICA ("E") SO SEM ALUNO ATIVO VINCULADO.
      *-----------------------------------------------------------------
       01 REGRESP.
                03 RES-CPF          PIC 9(11).
                03 RES-NOME         PIC X(35).
                03 RES-CEP.
                   05 RES-CEP1      PIC 9(05).
                   05 RES-CEP2      PIC 9(03).
                03 RES-LOGRADOURO   PIC X(30).
                03 RES-NUMERO       PIC 9(05).
                03 RES-COMPLEMENTO  PIC X(15).
                03 RES-BAIRRO       PIC X(20).
                03 RES-CIDADE       PIC X(20).
                03 RES-UF           PIC X(02).
                   COPY UFVALID.
                03 RES-DDD          PIC 9(02).
                03 RES-TELEFONE     PIC 9(09).
                03 RES-DDD-CEL      PIC 9(02).
                03 RES-CELULAR      PIC 9(09).
                03 RES-EMAIL        PIC X(50).
                03 RES-SIT-REGISTRO PIC X(01) VALUE "A".
                   88 RES-SIT-ATIVO    VALUE "A".
                   88 RES-SIT-EXCLUIDO VALUE "E".
                03 FILLER           PIC X(31).
