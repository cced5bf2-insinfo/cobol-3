      * A CAPACIDADE MAXIMA CADASTRADA E QUANTOS ALUNOS   *
      * ATIVOS DO CADNOTA.DAT JA ESTAO NELA. CHAMADO PELO *
      * P201613 PARA VALIDAR A TURMA DIGITADA E BARRAR    *
      * MATRICULA ACIMA DA CAPACIDADE. ALUNO QUE JA SAIU  *
      * DA ESCOLA NO MEIO DO ANO (SAIDA-MOTIVO, FP201761) *
      * NAO OCUPA VAGA.                                   *
      ****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                   NOT AT END
                      NEXT SENTENCE.
                IF TURMA = LK-TURMA AND ANOLETIVO = LK-ANOLETIVO
                   AND SIT-ATIVO AND NOT ALUNO-SAIU
                   IF LK-QTDALUNOS < 999
                      ADD 1 TO LK-QTDALUNOS.
                GO TO CONTA-002.
