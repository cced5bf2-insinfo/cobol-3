       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201750.
       AUTHOR. LEANDRO.
      **************************************************
      * AULAS PREVISTAS X AULAS DADAS X REPOSICAO POR    *
      * TURMA E MATERIA NO BIMESTRE. CARTOES: ANO LETIVO *
      * E BIMESTRE (1 A 4). PARA CADA CARGA POR MATERIA  *
      * DO CADAULAS NO ANO, AS PREVISTAS ATE O BIMESTRE  *
      * SAO A CARGA ANUAL X BIMESTRE / 4 E AS DADAS VEM  *
      * DO CADDADAS (NO BIMESTRE E ACUMULADAS ATE ELE).  *
      * A REPOSICAO PENDENTE E O QUE FALTA DAR DAS       *
      * PREVISTAS ATE O BIMESTRE. NO FIM, LISTA AS       *
      * TURMAS/MATERIAS COM AULA DADA E SEM CARGA NO     *
      * CADAULAS. SAI PELO MODULO COMUM P201675.         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADAULAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AULAS
                    FILE STATUS  IS ST-AULAS.
       SELECT CADDADAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-DADAS
                    FILE STATUS  IS ST-DADAS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAULAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAULAS.DAT".
           COPY AULASREC.
       FD CADDADAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDADAS.DAT".
           COPY DADASREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "AULAS PREVISTAS X DADAS X REPOSICAO".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201750".
       77 ST-AULAS          PIC X(02) VALUE "00".
       77 ST-DADAS          PIC X(02) VALUE "00".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201750".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 W-PARM-ANO        PIC 9(04) VALUE ZEROS.
       77 W-PARM-BIMESTRE   PIC 9(01) VALUE ZEROS.
       77 W-DADAS-ABERTO    PIC X(01) VALUE "N".
       77 W-TURMA-ANT       PIC X(05) VALUE SPACES.
       77 W-MATERIA-ANT     PIC 9(02) VALUE ZEROS.
       77 W-PRIMEIRA        PIC X(01) VALUE "S".
       77 W-MAT-ACHOU       PIC X(01) VALUE "N".
       77 W-MAT-DENOM       PIC X(25) VALUE SPACES.
       77 W-PREV-BIM        PIC 9(04) VALUE ZEROS.
       77 W-PREV-ATE        PIC 9(04) VALUE ZEROS.
       77 W-DADAS-BIM       PIC 9(04) VALUE ZEROS.
       77 W-DADAS-ATE       PIC 9(04) VALUE ZEROS.
       77 W-REPOSICAO       PIC 9(04) VALUE ZEROS.
       77 W-PREV-ANT        PIC 9(04) VALUE ZEROS.
       77 W-SEM-CARGA       PIC 9(04) VALUE ZEROS.
       77 W-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-CONT-LINHAS     PIC 9(05) VALUE ZEROS.
       77 W-CONT-PENDENTES  PIC 9(05) VALUE ZEROS.
       77 W-TOT-REPOSICAO   PIC 9(06) VALUE ZEROS.
       01 LINHA-TURMA.
                03 FILLER        PIC X(07) VALUE "TURMA: ".
                03 LT-TURMA      PIC X(05).
                03 FILLER        PIC X(13) VALUE " ANO LETIVO: ".
                03 LT-ANO        PIC 9(04).
                03 FILLER        PIC X(11) VALUE " BIMESTRE: ".
                03 LT-BIMESTRE   PIC 9(01).
       01 LINHA-CAB1.
                03 FILLER        PIC X(31) VALUE
                   "  MATERIA".
                03 FILLER        PIC X(48) VALUE
                   "CARGA  PREV.BIM  DADAS BIM  PREV.ATE  DADAS ATE".
                03 FILLER        PIC X(11) VALUE "  REPOSICAO".
       01 LINHA-DET.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-MATERIA    PIC 9(02).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-DENOM      PIC X(25).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-CARGA      PIC ZZZ9.
                03 FILLER        PIC X(05) VALUE SPACES.
                03 LD-PREV-BIM   PIC ZZZ9.
                03 FILLER        PIC X(07) VALUE SPACES.
                03 LD-DADAS-BIM  PIC ZZZ9.
                03 FILLER        PIC X(06) VALUE SPACES.
                03 LD-PREV-ATE   PIC ZZZ9.
                03 FILLER        PIC X(07) VALUE SPACES.
                03 LD-DADAS-ATE  PIC ZZZ9.
                03 FILLER        PIC X(07) VALUE SPACES.
                03 LD-REPOSICAO  PIC ZZZ9.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-AVISO      PIC X(20).
       01 LINHA-SEMCARGA-CAB PIC X(80) VALUE
           "AULAS DADAS SEM CARGA PREVISTA NO CADAULAS:".
       01 LINHA-SEMCARGA.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LS-TURMA      PIC X(05).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LS-MATERIA    PIC 9(02).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LS-DENOM      PIC X(25).
                03 FILLER        PIC X(17) VALUE " AULAS DADAS....:".
                03 LS-QTD        PIC ZZZ9.
       01 LINHA-TOT1.
                03 FILLER        PIC X(30)
                    VALUE "CARGAS (TURMA/MATERIA).....: ".
                03 LT1-CONT      PIC ZZZZ9.
       01 LINHA-TOT2.
                03 FILLER        PIC X(30)
                    VALUE "COM REPOSICAO PENDENTE.....: ".
                03 LT2-CONT      PIC ZZZZ9.
       01 LINHA-TOT3.
                03 FILLER        PIC X(30)
                    VALUE "AULAS A REPOR..............: ".
                03 LT3-CONT      PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                PERFORM ACEITA-PARM THRU ACEITA-PARM-FIM
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                PERFORM LISTA-CARGAS THRU LISTA-CARGAS-FIM
                PERFORM LISTA-SEMCARGA THRU LISTA-SEMCARGA-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-LINHAS TO LT1-CONT
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-PENDENTES TO LT2-CONT
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-TOT-REPOSICAO TO LT3-CONT
                MOVE LINHA-TOT3 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                IF W-DADAS-ABERTO = "S"
                   CLOSE CADDADAS.
                CLOSE CADAULAS
                MOVE "F" TO W-RC-EVENTO
                MOVE W-CONT-LIDOS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                STOP RUN.
      *
       ACEITA-PARM.
                ACCEPT W-PARM-ANO
                ACCEPT W-PARM-BIMESTRE
                IF W-PARM-ANO = ZEROS
                   DISPLAY "ANO LETIVO INVALIDO NO CARTAO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                IF W-PARM-BIMESTRE < 1 OR W-PARM-BIMESTRE > 4
                   DISPLAY "BIMESTRE INVALIDO NO CARTAO (1 A 4)"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADAULAS
                IF ST-AULAS NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAULAS: "
                                                            ST-AULAS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
      *
      * SEM CADDADAS (NENHUMA AULA LANCADA AINDA) O RELATORIO SAI COM
      * AS DADAS ZERADAS E TODA A PREVISTA COMO REPOSICAO
      *
                OPEN INPUT CADDADAS
                IF ST-DADAS = "00"
                   MOVE "S" TO W-DADAS-ABERTO.
       ACEITA-PARM-FIM.
                EXIT.
      *
      *****************************************
      * UMA LINHA POR CARGA DE MATERIA DO      *
      * CADAULAS NO ANO (A LINHA 00, TOTAL DA  *
      * TURMA, NAO ENTRA), COM QUEBRA POR      *
      * TURMA                                  *
      *****************************************
       LISTA-CARGAS.
                MOVE LOW-VALUES TO CHAVE-AULAS
                START CADAULAS KEY IS NOT < CHAVE-AULAS
                IF ST-AULAS NOT = "00"
                   GO TO LISTA-CARGAS-FIM.
       LISTA-CARGAS1.
                READ CADAULAS NEXT RECORD
                   AT END
                      GO TO LISTA-CARGAS-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF AUL-ANOLETIVO NOT = W-PARM-ANO
                   OR AUL-MATERIA = ZEROS
                   GO TO LISTA-CARGAS1.
                ADD 1 TO W-CONT-LIDOS
                IF W-PRIMEIRA = "S" OR AUL-TURMA NOT = W-TURMA-ANT
                   MOVE "N" TO W-PRIMEIRA
                   MOVE AUL-TURMA TO W-TURMA-ANT
                   PERFORM CABECALHO-TURMA THRU CABECALHO-TURMA-FIM.
      *
      * PREVISTAS ATE O BIMESTRE = CARGA X BIMESTRE / 4; AS DO
      * BIMESTRE SAO A DIFERENCA PARA AS ATE O BIMESTRE ANTERIOR,
      * PARA QUE OS QUATRO BIMESTRES SOMEM A CARGA ANUAL EXATA
      *
                COMPUTE W-PREV-ATE ROUNDED =
                        AUL-QTDAULAS * W-PARM-BIMESTRE / 4
                COMPUTE W-PREV-ANT ROUNDED =
                        AUL-QTDAULAS * (W-PARM-BIMESTRE - 1) / 4
                COMPUTE W-PREV-BIM = W-PREV-ATE - W-PREV-ANT
                PERFORM SOMA-DADAS THRU SOMA-DADAS-FIM
                MOVE ZEROS TO W-REPOSICAO
                IF W-DADAS-ATE < W-PREV-ATE
                   COMPUTE W-REPOSICAO = W-PREV-ATE - W-DADAS-ATE.
                MOVE "N" TO W-MAT-ACHOU
                MOVE SPACES TO W-MAT-DENOM
                CALL "P201651" USING AUL-MATERIA W-MAT-DENOM
                                     W-MAT-ACHOU
                MOVE SPACES TO LD-AVISO
                IF W-REPOSICAO > ZEROS
                   MOVE "*** REPOR AULAS ***" TO LD-AVISO
                   ADD 1 TO W-CONT-PENDENTES
                   ADD W-REPOSICAO TO W-TOT-REPOSICAO.
                MOVE AUL-MATERIA  TO LD-MATERIA
                MOVE W-MAT-DENOM  TO LD-DENOM
                MOVE AUL-QTDAULAS TO LD-CARGA
                MOVE W-PREV-BIM   TO LD-PREV-BIM
                MOVE W-DADAS-BIM  TO LD-DADAS-BIM
                MOVE W-PREV-ATE   TO LD-PREV-ATE
                MOVE W-DADAS-ATE  TO LD-DADAS-ATE
                MOVE W-REPOSICAO  TO LD-REPOSICAO
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                ADD 1 TO W-CONT-LINHAS
                GO TO LISTA-CARGAS1.
       LISTA-CARGAS-FIM.
                EXIT.
      *
       CABECALHO-TURMA.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE AUL-TURMA TO LT-TURMA
                MOVE W-PARM-ANO TO LT-ANO
                MOVE W-PARM-BIMESTRE TO LT-BIMESTRE
                MOVE LINHA-TURMA TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       CABECALHO-TURMA-FIM.
                EXIT.
      *
      *****************************************
      * SOMA AS AULAS DADAS DA TURMA + ANO +   *
      * MATERIA DA CARGA CORRENTE: NO BIMESTRE *
      * DO CARTAO E ATE ELE                    *
      *****************************************
       SOMA-DADAS.
                MOVE ZEROS TO W-DADAS-BIM W-DADAS-ATE
                IF W-DADAS-ABERTO NOT = "S"
                   GO TO SOMA-DADAS-FIM.
                MOVE AUL-TURMA     TO DAD-TURMA
                MOVE AUL-ANOLETIVO TO DAD-ANOLETIVO
                MOVE AUL-MATERIA   TO DAD-MATERIA
                MOVE ZEROS         TO DAD-DATA
                START CADDADAS KEY IS NOT < CHAVE-DADAS
                IF ST-DADAS NOT = "00"
                   GO TO SOMA-DADAS-FIM.
       SOMA-DADAS1.
                READ CADDADAS NEXT RECORD
                   AT END
                      GO TO SOMA-DADAS-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF DAD-TURMA NOT = AUL-TURMA
                   OR DAD-ANOLETIVO NOT = AUL-ANOLETIVO
                   OR DAD-MATERIA NOT = AUL-MATERIA
                   GO TO SOMA-DADAS-FIM.
                IF DAD-BIMESTRE > W-PARM-BIMESTRE
                   GO TO SOMA-DADAS1.
                ADD DAD-QTDAULAS TO W-DADAS-ATE
                IF DAD-BIMESTRE = W-PARM-BIMESTRE
                   ADD DAD-QTDAULAS TO W-DADAS-BIM.
                GO TO SOMA-DADAS1.
       SOMA-DADAS-FIM.
                EXIT.
      *
      *****************************************
      * AULAS DADAS EM TURMA/MATERIA QUE NAO   *
      * TEM CARGA NO CADAULAS: NAO ENTRAM NA   *
      * CONTA ACIMA, ENTAO SAO LISTADAS A PARTE*
      * PARA A SECRETARIA CADASTRAR A CARGA    *
      *****************************************
       LISTA-SEMCARGA.
                IF W-DADAS-ABERTO NOT = "S"
                   GO TO LISTA-SEMCARGA-FIM.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-SEMCARGA-CAB TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LOW-VALUES TO CHAVE-DADAS
                START CADDADAS KEY IS NOT < CHAVE-DADAS
                IF ST-DADAS NOT = "00"
                   GO TO LISTA-SEMCARGA-FIM.
                MOVE "S" TO W-PRIMEIRA
                MOVE ZEROS TO W-SEM-CARGA.
       LISTA-SEMCARGA1.
                READ CADDADAS NEXT RECORD
                   AT END
                      GO TO LISTA-SEMCARGA8
                   NOT AT END
                      NEXT SENTENCE.
                IF DAD-ANOLETIVO NOT = W-PARM-ANO
                   OR DAD-BIMESTRE > W-PARM-BIMESTRE
                   GO TO LISTA-SEMCARGA1.
                IF W-PRIMEIRA = "S"
                   MOVE "N" TO W-PRIMEIRA
                   MOVE DAD-TURMA TO W-TURMA-ANT
                   MOVE DAD-MATERIA TO W-MATERIA-ANT.
                IF DAD-TURMA NOT = W-TURMA-ANT
                   OR DAD-MATERIA NOT = W-MATERIA-ANT
                   PERFORM CONFERE-CARGA THRU CONFERE-CARGA-FIM
                   MOVE DAD-TURMA TO W-TURMA-ANT
                   MOVE DAD-MATERIA TO W-MATERIA-ANT
                   MOVE ZEROS TO W-SEM-CARGA.
                ADD DAD-QTDAULAS TO W-SEM-CARGA
                GO TO LISTA-SEMCARGA1.
       LISTA-SEMCARGA8.
                IF W-PRIMEIRA = "N"
                   PERFORM CONFERE-CARGA THRU CONFERE-CARGA-FIM.
       LISTA-SEMCARGA-FIM.
                EXIT.
      *
       CONFERE-CARGA.
                MOVE W-TURMA-ANT   TO AUL-TURMA
                MOVE W-PARM-ANO    TO AUL-ANOLETIVO
                MOVE W-MATERIA-ANT TO AUL-MATERIA
                READ CADAULAS
                IF ST-AULAS = "00"
                   GO TO CONFERE-CARGA-FIM.
                MOVE "N" TO W-MAT-ACHOU
                MOVE SPACES TO W-MAT-DENOM
                CALL "P201651" USING W-MATERIA-ANT W-MAT-DENOM
                                     W-MAT-ACHOU
                MOVE W-TURMA-ANT   TO LS-TURMA
                MOVE W-MATERIA-ANT TO LS-MATERIA
                MOVE W-MAT-DENOM   TO LS-DENOM
                MOVE W-SEM-CARGA   TO LS-QTD
                MOVE LINHA-SEMCARGA TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       CONFERE-CARGA-FIM.
                EXIT.
      *
       ROT-IMPRIME.
                MOVE "D" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL.
       ROT-IMPRIME-FIM.
                EXIT.
       ROT-IMPRIME-TOT.
                MOVE "T" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL.
       ROT-IMPRIME-TOT-FIM.
                EXIT.
