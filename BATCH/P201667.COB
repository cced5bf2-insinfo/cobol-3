      * "NAO CONCLUIDO" QUANDO EXISTE INICIO SEM FIM.    *
      * TERMINA COM RETURN-CODE 8 QUANDO ALGUM PASSO NAO *
      * CONCLUIU, PARA A OPERACAO ENXERGAR O PROBLEMA    *
      * SEM GARIMPAR SYSOUT. LISTA A PARTE OS ALERTAS DE *
      * CAPACIDADE GRAVADOS NO DIA PELO MONITOR DE       *
      * CRESCIMENTO (P201805, EVENTO A), QUE NAO CONTAM  *
      * COMO INICIO NEM FIM DE PASSO; COM ALERTA E SEM   *
      * PASSO PENDENTE O RETURN-CODE E 4.                *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-IND              PIC 9(02) COMP VALUE ZEROS.
       77 W-ACHOU            PIC X(01) VALUE "N".
       77 W-CONT-PENDENTES   PIC 9(02) VALUE ZEROS.
       77 W-QTD-ALERTA       PIC 9(02) COMP VALUE ZEROS.
       01 W-HOJE.
                03 W-ANO-ATUAL     PIC 9(04).
                03 W-MES-ATUAL     PIC 9(02).
                   05 TAB-HORA-FIM  PIC 9(06).
                   05 TAB-CONTADOR  PIC 9(07).
                   05 TAB-TEM-FIM   PIC X(01).
       01 TABELA-ALERTA.
                03 ALE-ITEM OCCURS 30 TIMES.
                   05 ALE-ARQUIVO   PIC X(10).
                   05 ALE-HORA      PIC 9(06).
                   05 ALE-DIAS      PIC 9(07).
       01 LINHA-CAB1.
                03 FILLER         PIC X(35)
                    VALUE "RESUMO DA JANELA NOTURNA - DATA DE ".
                03 FILLER         PIC X(30)
                    VALUE "PASSOS SEM LINHA DE FIM.....: ".
                03 LT-PENDENTES   PIC Z9.
       01 LINHA-CAB3         PIC X(80)
           VALUE "ALERTAS DE CAPACIDADE (MONITOR DE CRESCIMENTO)".
       01 LINHA-ALE.
                03 LA-ARQUIVO     PIC X(10).
                03 FILLER         PIC X(01) VALUE SPACE.
                03 LA-HH          PIC 9(02).
                03 FILLER         PIC X(01) VALUE ":".
                03 LA-MM          PIC 9(02).
                03 FILLER         PIC X(01) VALUE ":".
                03 LA-SS          PIC 9(02).
                03 FILLER         PIC X(01) VALUE SPACE.
                03 LA-TEXTO       PIC X(26).
                03 LA-DIAS        PIC ZZZZZZZ.
       01 LINHA-TOT2.
                03 FILLER         PIC X(30)
                    VALUE "ALERTAS DE CAPACIDADE.......: ".
                03 LT-ALERTAS     PIC Z9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM CARREGA-RUNCTL THRU CARREGA-RUNCTL-FIM
                PERFORM IMPRIME THRU IMPRIME-FIM
                IF W-CONT-PENDENTES NOT = ZEROS
                   MOVE 8 TO RETURN-CODE
                ELSE
                   IF W-QTD-ALERTA NOT = ZEROS
                      MOVE 4 TO RETURN-CODE.
                STOP RUN.
      *
      *****************************************
                MOVE RC-DATA TO W-RC-DATA-NUM
                IF W-RC-DATA-NUM NOT = W-PARM-DATA
                   GO TO CARREGA-RUNCTL1.
                IF RC-ALERTA
                   IF W-QTD-ALERTA < 30
                      ADD 1 TO W-QTD-ALERTA
                      MOVE RC-ARQUIVO  TO ALE-ARQUIVO (W-QTD-ALERTA)
                      MOVE RC-HORA     TO ALE-HORA (W-QTD-ALERTA)
                      MOVE RC-CONTADOR TO ALE-DIAS (W-QTD-ALERTA)
                      GO TO CARREGA-RUNCTL1
                   ELSE
                      GO TO CARREGA-RUNCTL1.
                MOVE "N" TO W-ACHOU
                PERFORM BUSCA-PROG THRU BUSCA-PROG-FIM
                  VARYING W-IND FROM 1 BY 1
                WRITE LINHA-REL
                MOVE W-CONT-PENDENTES TO LT-PENDENTES
                WRITE LINHA-REL FROM LINHA-TOT
                IF W-QTD-ALERTA = ZEROS
                   GO TO IMPRIME1.
                MOVE SPACES TO LINHA-REL
                WRITE LINHA-REL
                MOVE LINHA-CAB3 TO LINHA-REL
                WRITE LINHA-REL
                PERFORM IMPRIME-ALERTA THRU IMPRIME-ALERTA-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > W-QTD-ALERTA
                MOVE W-QTD-ALERTA TO LT-ALERTAS
                WRITE LINHA-REL FROM LINHA-TOT2.
       IMPRIME1.
                CLOSE RELATORIO.
       IMPRIME-FIM.
                EXIT.
                WRITE LINHA-REL FROM LINHA-DET.
       IMPRIME-PROG-FIM.
                EXIT.
      *
       IMPRIME-ALERTA.
                MOVE ALE-ARQUIVO (W-IND) TO LA-ARQUIVO
                MOVE ALE-HORA (W-IND) TO W-HORA-DESM
                MOVE W-HORA-HH TO LA-HH
                MOVE W-HORA-MM TO LA-MM
                MOVE W-HORA-SS TO LA-SS
                IF ALE-DIAS (W-IND) = ZEROS
                   MOVE "*LIMITE ULTRAPASSADO*" TO LA-TEXTO
                   MOVE ZEROS TO LA-DIAS
                ELSE
                   MOVE "ATINGE O LIMITE EM (DIAS):" TO LA-TEXTO
                   MOVE ALE-DIAS (W-IND) TO LA-DIAS.
                WRITE LINHA-REL FROM LINHA-ALE.
       IMPRIME-ALERTA-FIM.
                EXIT.
