      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADROTALU.DAT - ALUNO X ROTA DO
      * TRANSPORTE ESCOLAR. CHAVE: RM (UMA ROTA POR ALUNO). GRAVADO
      * PELO FP201822, QUE AVISA QUANDO O BAIRRO DO ALUNO NO CADALUNO
      * NAO ESTA ENTRE OS BAIRROS DA ROTA E RECUSA A ROTA LOTADA
      * (ALUNOS ATIVOS NA ROTA = ROT-CAPACIDADE). RAL-INICIO E A DATA
      * DO VINCULO; O DESVINCULO MARCA "E" COM A DATA EM RAL-FIM. O
      * P201712 COBRA A TAXA DA ROTA NOS MESES ENTRE O INICIO E O FIM
      * (FIM ZERO = AINDA NA ROTA) E O P201823 TIRA AS LISTAS DE
      * EMBARQUE POR TURNO.
      *-----------------------------------------------------------------
       01 REGROTALU.
                03 RAL-RM           PIC 9(05).
                03 RAL-ROTA         PIC 9(03).
                03 RAL-INICIO.
                   05 RAL-INI-ANO   PIC 9(04).
                   05 RAL-INI-MES   PIC 9(02).
                   05 RAL-INI-DIA   PIC 9(02).
                03 RAL-FIM.
                   05 RAL-FIM-ANO   PIC 9(04).
                   05 RAL-FIM-MES   PIC 9(02).
                   05 RAL-FIM-DIA   PIC 9(02).
                03 RAL-SIT-REGISTRO PIC X(01) VALUE "A".
                   88 RAL-SIT-ATIVO    VALUE "A".
                   88 RAL-SIT-EXCLUIDO VALUE "E".
                03 FILLER           PIC X(30).
