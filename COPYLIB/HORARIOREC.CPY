      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADHORARIO.DAT - HORARIO SEMANAL DE AULAS
      * POR TURMA + ANO LETIVO + DIA DA SEMANA (2=SEGUNDA A 7=SABADO)
      * + PERIODO DO TURNO (1 A 9). CADA REGISTRO DIZ QUAL MATERIA,
      * QUAL PROFESSOR E EM QUAL SALA A TURMA TEM AULA NAQUELE
      * PERIODO. O TURNO E COPIADO DO CADTURMA NA GRAVACAO, PARA QUE
      * O PERIODO 1 DA MANHA NAO SE CONFUNDA COM O PERIODO 1 DA
      * TARDE NA CONFERENCIA DE CHOQUE DE PROFESSOR E DE SALA. A SALA
      * NASCE COM A TUR-SALA DA TURMA E PODE SER TROCADA (LABORATORIO,
      * QUADRA). MANTIDO PELO FP201747, QUE RECUSA PROFESSOR EM DUAS
      * TURMAS E SALA OCUPADA NO MESMO PERIODO, E IMPRESSO PELO
      * P201748 (GRADE POR TURMA E POR PROFESSOR).
      *-----------------------------------------------------------------
       01 REGHORARIO.
                03 CHAVE-HORARIO.
                   05 HOR-TURMA     PIC X(05).
                   05 HOR-ANOLETIVO PIC 9(04).
                   05 HOR-DIASEMANA PIC 9(01).
                      88 HOR-DIA-VALIDO VALUE 2 THRU 7.
                   05 HOR-PERIODO   PIC 9(01).
                03 HOR-TURNO        PIC X(01).
                03 HOR-MATERIA      PIC 9(02).
                03 HOR-PROFESSOR    PIC 9(03).
                03 HOR-SALA         PIC X(05).
                03 FILLER           PIC X(18).
