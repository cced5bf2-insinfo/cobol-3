      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADUNIDADE.DAT - CADASTRO DAS UNIDADES
      * (CAMPI) DA ESCOLA. CADA UNIDADE TEM O SEU CNPJ, O CODIGO DO
      * ESTABELECIMENTO NO CENSO ESCOLAR (INEP, USADO NO P201710) E A
      * CONTA DA ESCOLA PARA A REMESSA BANCARIA DA FOLHA (P201662).
      * MANTIDO PELO FP201806 E VALIDADO PELO P201807, QUE TAMBEM
      * CONFERE SE O OPERADOR PODE TRABALHAR NA UNIDADE (OPE-UNIDADE
      * DO CADOPER). O CODIGO DA UNIDADE VAI EM TUR-UNIDADE,
      * FUN-UNIDADE, UNIDADE-EPTO E PRE-UNIDADE E E CARREGADO PARA
      * MEN-UNIDADE E FH-UNIDADE. REGISTRO ANTERIOR A UNIDADE TRAZ
      * O CAMPO EM BRANCO OU ZERO - TRATAR COMO UNIDADE 01 (SEDE).
      *-----------------------------------------------------------------
       01 REGUNIDADE.
                03 UNI-CODIGO       PIC 9(02).
                03 UNI-NOME         PIC X(30).
                03 UNI-CNPJ         PIC 9(14).
                03 UNI-INEP         PIC 9(08).
                03 UNI-BANCO        PIC 9(03).
                03 UNI-AGENCIA      PIC 9(04).
                03 UNI-CONTA        PIC 9(08).
                03 UNI-CONTA-DV     PIC X(01).
                03 UNI-SIT-REGISTRO PIC X(01) VALUE "A".
                   88 UNI-SIT-ATIVO    VALUE "A".
                   88 UNI-SIT-EXCLUIDO VALUE "E".
                03 FILLER           PIC X(29).
