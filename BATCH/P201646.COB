      * FALTAS ATE 40, SEXO M/F), INCLUI OS REGISTROS    *
      * NOVOS E ALTERA OS EXISTENTES; AS LINHAS          *
      * RECUSADAS VAO PARA CADNOTA.ERR COM O MOTIVO NA   *
      * FRENTE. ALUNO QUE JA SAIU DA ESCOLA (SAIDA-      *
      * MOTIVO, FP201761) ESTA CONGELADO E E RECUSADO;   *
      * REGISTRO NOVO ENTRA SEM SAIDA.                   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                MOVE IMP-TURMA     TO TURMA
                MOVE W-ANOLET-NUM  TO ANOLETIVO
                READ CADNOTA
                IF ST-ERRO = "00" AND ALUNO-SAIU
                   MOVE "ALUNO SAIU DA ESCOLA" TO REJ-MOTIVO
                   PERFORM REJEITA THRU REJEITA-FIM
                   GO TO IMPORTA-001.
                IF ST-ERRO = "00"
                   PERFORM MONTA-REGISTRO THRU MONTA-REGISTRO-FIM
                   REWRITE REGNOTA
                      MOVE "ERRO NA REGRAVACAO" TO REJ-MOTIVO
                      PERFORM REJEITA THRU REJEITA-FIM
                ELSE
                   MOVE SPACE TO SAIDA-MOTIVO
                   MOVE ZEROS TO SAIDA-DATA
                   PERFORM MONTA-REGISTRO THRU MONTA-REGISTRO-FIM
                   WRITE REGNOTA
                   IF ST-ERRO = "00" OR "02"
