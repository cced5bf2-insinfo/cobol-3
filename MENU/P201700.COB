      * P201654 E O FECHAMENTO VIA P201682, GRAVA O      *
      * HISTORICO EM CADTRANSF.DAT E IMPRIME A           *
      * DECLARACAO DE TRANSFERENCIA (TRANSFDEC.TXT).     *
      * TUDO COM TRILHA DE AUDITORIA VIA P201622. ALUNO  *
      * QUE JA SAIU DA ESCOLA (SAIDA-MOTIVO, FP201761)   *
      * NAO E TRANSFERIDO DE TURMA.                      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                   MOVE "*** ALUNO EXCLUIDO DO CADNOTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TRF-002.
                IF ALUNO-SAIU
                   MOVE "*** ALUNO JA SAIU DA ESCOLA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TRF-002.
                DISPLAY (04, 30) NOME
                MOVE REGNOTA TO W-REGNOTA-GUARDA.
       TRF-005.
