      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADFORNEC.DAT - CADASTRO DE FORNECEDORES
      * DAS CONTAS A PAGAR. FOR-TIPO-PESSOA DIZ COMO LER O
      * FOR-DOCUMENTO: "J" = CNPJ NOS 14 DIGITOS (CONFERIDO PELO
      * P201810), "F" = CPF NOS 11 ULTIMOS (CONFERIDO PELO P201730).
      * OS DADOS BANCARIOS SAO OS DO CREDITO AO FORNECEDOR. MANTIDO
      * PELO FP201811; O LANCAMENTO DOS TITULOS (FP201812) SO ACEITA
      * FORNECEDOR ATIVO. A EXCLUSAO E LOGICA (SIT "E") PORQUE OS
      * TITULOS JA LANCADOS CONTINUAM APONTANDO PARA O CODIGO.
      *-----------------------------------------------------------------
       01 REGFORNEC.
                03 FOR-CODIGO       PIC 9(05).
                03 FOR-NOME         PIC X(40).
                03 FOR-TIPO-PESSOA  PIC X(01).
                   88 FOR-JURIDICA     VALUE "J".
                   88 FOR-FISICA       VALUE "F".
                   88 FOR-TIPO-VALIDO  VALUE "J" "F".
                03 FOR-DOCUMENTO    PIC 9(14).
                03 FOR-DOC-CPF REDEFINES FOR-DOCUMENTO.
                   05 FILLER        PIC 9(03).
                   05 FOR-CPF       PIC 9(11).
                03 FOR-TELEFONE     PIC 9(11).
                03 FOR-BANCO        PIC 9(03).
                03 FOR-AGENCIA      PIC 9(04).
                03 FOR-CONTA        PIC 9(10).
                03 FOR-CONTA-DV     PIC X(01).
                03 FOR-SIT-REGISTRO PIC X(01) VALUE "A".
                   88 FOR-SIT-ATIVO    VALUE "A".
                   88 FOR-SIT-EXCLUIDO VALUE "E".
                03 FILLER           PIC X(30).
