      * P201652 SABER QUAL PROFESSOR ESTA LANCANDO NOTAS NA SESSAO.
      * COMPARTILHADO PELO FP201690 (MANUTENCAO DO CADASTRO), PELO
      * P201690 (CONSULTA POR CODIGO) E PELO P201692 (CONSULTA POR
      * OPERADOR). PRF-MATRICULA AMARRA O PROFESSOR A SUA MATRICULA
      * NO CADFUNC.DAT (ZEROS OU BRANCOS = SEM VINCULO), PARA O P201763
      * LEVAR AS AULAS DADAS DO MES AO FOLHA.MOV DA FOLHA P201662.
      *-----------------------------------------------------------------
       01 REGPROF.
                03 PRF-CODIGO       PIC 9(03).
                03 PRF-SIT-REGISTRO PIC X(01) VALUE "A".
                   88 PRF-SIT-ATIVO    VALUE "A".
                   88 PRF-SIT-EXCLUIDO VALUE "E".
                03 PRF-MATRICULA    PIC 9(05).
                03 FILLER           PIC X(03).
