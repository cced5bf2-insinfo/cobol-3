      * RM E CONFERIDO CONTRA O CADNOTA.DAT DA MESMA      *
      * TURMA/ANO ANTES DE GRAVAR. OS TOTAIS FALTAS1 A    *
      * FALTAS4 DO CADNOTA PASSAM A SER RECALCULADOS PELO *
      * P201650 A PARTIR DESTE ARQUIVO. ALUNO QUE SAIU DA *
      * ESCOLA (SAIDA-MOTIVO, FP201761) NAO RECEBE FALTA  *
      * DATADA DEPOIS DA SAIDA.                           *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                   MOVE "*** ALUNO EXCLUIDO DO CADNOTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LAN-002.
                IF ALUNO-SAIU AND W-DATA-FALTA > SAIDA-DATA
                   MOVE "*** ALUNO JA TINHA SAIDO DA ESCOLA NA DATA ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LAN-002.
                DISPLAY (11, 25) NOME OF REGNOTA.
       LAN-003.
                MOVE 01 TO W-QTDAULAS
