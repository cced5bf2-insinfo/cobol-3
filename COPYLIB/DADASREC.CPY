      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADDADAS.DAT - AULAS DADAS: UMA LINHA POR
      * TURMA + ANO LETIVO + MATERIA + DATA EM QUE A AULA FOI DADA, COM
      * A QUANTIDADE DE AULAS DO DIA (AULA DUPLA = 2), O BIMESTRE, O
      * PROFESSOR QUE DEU A AULA, O CONTEUDO E O OPERADOR. LANCADO PELO
      * FP201749 (O PROFESSOR ASSINADO, VIA P201692, SO LANCA AS SUAS
      * ATRIBUICOES DO CADPROFTUR). TOTALIZADO PELO P201749 (ROTINAS)
      * PARA O P201650 E O P201701 MEDIREM A FREQUENCIA SOBRE AS AULAS
      * REALMENTE DADAS, E PELO P201750 (PREVISTAS X DADAS X REPOSICAO
      * POR TURMA E MATERIA).
      *-----------------------------------------------------------------
       01 REGDADAS.
                03 CHAVE-DADAS.
                   05 DAD-TURMA     PIC X(05).
                   05 DAD-ANOLETIVO PIC 9(04).
                   05 DAD-MATERIA   PIC 9(02).
                   05 DAD-DATA.
                      07 DAD-ANO    PIC 9(04).
                      07 DAD-MES    PIC 9(02).
                      07 DAD-DIA    PIC 9(02).
                03 DAD-BIMESTRE     PIC 9(01).
                03 DAD-QTDAULAS     PIC 9(01).
                03 DAD-PROFESSOR    PIC 9(03).
                03 DAD-CONTEUDO     PIC X(50).
                03 DAD-OPERADOR     PIC X(08).
                03 FILLER           PIC X(18).
