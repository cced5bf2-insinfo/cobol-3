      * COM ATRIBUICAO DA MATERIA NA TURMA/ANO           *
      * (CADPROFTUR VIA P201691) PODE LANCAR, SUPERVISOR *
      * PODE TUDO, E O CODIGO DO PROFESSOR FICA GRAVADO  *
      * EM NM-PROFESSOR. ALUNO QUE JA SAIU DA ESCOLA     *
      * (SAIDA-MOTIVO, FP201761) TEM AS NOTAS            *
      * CONGELADAS E NAO RECEBE LANCAMENTO.              *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                   MOVE "*** ALUNO EXCLUIDO DO CADNOTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF ALUNO-SAIU
                   MOVE "** ALUNO SAIU DA ESCOLA - NOTAS CONGELADAS **"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 08) NOME OF REGNOTA.
       INC-002C.
                ACCEPT (06, 10) NM-MATERIA
