      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADSUBST.DAT - SUBSTITUICOES DE
      * PROFESSOR. UM REGISTRO POR DATA + TURMA + PERIODO DE AULA
      * AFETADO POR UMA AUSENCIA DO CADAUSEN, GERADO PELO FP201757 COM
      * O TURNO, A MATERIA E O PROFESSOR AUSENTE DO CADHORARIO.
      * SUB-PROF-SUBST = 000 ENQUANTO A AULA ESTA DESCOBERTA; O
      * SUBSTITUTO E INDICADO NA MESMA TELA (SEM CHOQUE COM O HORARIO
      * NEM COM OUTRA SUBSTITUICAO NO PERIODO). LIDO PELO P201758
      * (AULAS DESCOBERTAS DO DIA) E PELO P201759 (SUBSTITUICOES DO
      * MES POR PROFESSOR, PARA PAGAMENTO).
      *-----------------------------------------------------------------
       01 REGSUBST.
                03 CHAVE-SUBST.
                   05 SUB-DATA       PIC 9(08).
                   05 SUB-TURMA      PIC X(05).
                   05 SUB-PERIODO    PIC 9(01).
                03 SUB-ANOLETIVO     PIC 9(04).
                03 SUB-DIASEMANA     PIC 9(01).
                03 SUB-TURNO         PIC X(01).
                03 SUB-MATERIA       PIC 9(02).
                03 SUB-PROF-AUSENTE  PIC 9(03).
                03 SUB-PROF-SUBST    PIC 9(03).
                   88 SUB-DESCOBERTA    VALUE ZEROS.
                03 SUB-OPERADOR      PIC X(08).
                03 FILLER            PIC X(20).
