      * PASSAM A SER DERIVADOS DO LANCAMENTO DIARIO DO   *
      * P201649 EM VEZ DE DIGITADOS. O CALC-SITUACAO     *
      * CONTINUA FUNCIONANDO SEM MUDANCA, POIS SO        *
      * ENXERGA OS TOTAIS. CARTAO OPCIONAL DE BASE DA    *
      * FREQUENCIA: BRANCO SO TOTALIZA; P LISTA O % DE   *
      * FREQUENCIA DE CADA ALUNO SOBRE AS AULAS          *
      * PREVISTAS DA TURMA (P201696) E D SOBRE AS AULAS  *
      * REALMENTE DADAS (CADDADAS VIA P201749, OU AS     *
      * PREVISTAS SE A TURMA AINDA NAO TEM LANCAMENTO),  *
      * MARCANDO QUEM ESTA ABAIXO DOS 75%. DO ALUNO QUE  *
      * SAIU DA ESCOLA (SAIDA-MOTIVO, FP201761) SO       *
      * CONTAM AS FALTAS ATE A DATA DA SAIDA.            *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-CONT-LIDAS       PIC 9(05) VALUE ZEROS.
       77 W-CONT-ALUNOS      PIC 9(05) VALUE ZEROS.
       77 W-CONT-SEMNOTA     PIC 9(05) VALUE ZEROS.
       77 W-CONT-APOS-SAIDA  PIC 9(05) VALUE ZEROS.
       77 W-DATA-LIMITE      PIC 9(08) VALUE ZEROS.
       77 W-PARM-BASE        PIC X(01) VALUE SPACE.
       77 W-BASE-TURMA       PIC X(05) VALUE SPACES.
       77 W-BASE-ANOLETIVO   PIC 9(04) VALUE ZEROS.
       77 W-BASE-AULAS       PIC 9(04) VALUE ZEROS.
       77 W-BASE-ORIGEM      PIC X(01) VALUE SPACE.
       77 W-AUL-MATERIA      PIC 9(02) VALUE ZEROS.
       77 W-AUL-ACHOU        PIC X(01) VALUE "N".
       77 W-DAD-BIMESTRE     PIC 9(01) VALUE ZEROS.
       77 W-DAD-QTD          PIC 9(04) VALUE ZEROS.
       77 W-DAD-ACHOU        PIC X(01) VALUE "N".
       77 W-FALTAS-ANO       PIC 9(04) VALUE ZEROS.
       77 W-FREQUENCIA       PIC 9(03)V99 VALUE ZEROS.
       77 W-CONT-ABAIXO      PIC 9(05) VALUE ZEROS.
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201650".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
                03 FILLER         PIC X(30)
                    VALUE "ALUNOS SEM CADNOTA..........: ".
                03 LD-SEMNOTA     PIC ZZZZ9.
       01 LINHA-DET4.
                03 FILLER         PIC X(30)
                    VALUE "ALUNOS ABAIXO DE 75%........: ".
                03 LD-ABAIXO      PIC ZZZZ9.
       01 LINHA-DET5.
                03 FILLER         PIC X(30)
                    VALUE "FALTAS APOS A SAIDA (IGNOR.): ".
                03 LD-APOS-SAIDA  PIC ZZZZ9.
       01 LINHA-CAB2         PIC X(80)
           VALUE "   RM TURMA  ANO FALTAS AULAS BASE  FREQ.%".
       01 LINHA-FREQ.
                03 LF-RM          PIC ZZZZ9.
                03 FILLER         PIC X(01) VALUE SPACE.
                03 LF-TURMA       PIC X(05).
                03 FILLER         PIC X(01) VALUE SPACE.
                03 LF-ANO         PIC 9(04).
                03 FILLER         PIC X(03) VALUE SPACES.
                03 LF-FALTAS      PIC ZZZ9.
                03 FILLER         PIC X(02) VALUE SPACES.
                03 LF-AULAS       PIC ZZZ9.
                03 FILLER         PIC X(01) VALUE SPACE.
                03 LF-ORIGEM      PIC X(01).
                03 FILLER         PIC X(03) VALUE SPACES.
                03 LF-FREQ        PIC ZZ9,99.
                03 FILLER         PIC X(02) VALUE SPACES.
                03 LF-AVISO       PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                ACCEPT W-PARM-BASE
                IF W-PARM-BASE NOT = "P" AND "D" AND SPACE
                   DISPLAY "BASE DA FREQUENCIA INVALIDA (P/D/BRANCO)"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM
                IF W-SEM-FALTA NOT = "S"
                   PERFORM TOTALIZA-001 THRU TOTALIZA-001-FIM.
                MOVE LINHA-CAB1 TO LINHA-REL
                WRITE LINHA-REL
                MOVE SPACES TO LINHA-REL
                WRITE LINHA-REL
                IF W-PARM-BASE NOT = SPACE
                   WRITE LINHA-REL FROM LINHA-CAB2.
       ABRE-ARQUIVOS-FIM.
                EXIT.
      *
                IF W-FIM-FALTA = "S"
                   GO TO TOTALIZA-001-FIM.
                MOVE W-CHAVE-ATUAL TO W-CHAVE-GRUPO
                PERFORM BUSCA-SAIDA THRU BUSCA-SAIDA-FIM
                MOVE ZEROS TO W-TOTAL-FALTAS1 W-TOTAL-FALTAS2
                              W-TOTAL-FALTAS3 W-TOTAL-FALTAS4.
       TOTALIZA-002.
                IF FAL-DATA > W-DATA-LIMITE
                   ADD 1 TO W-CONT-APOS-SAIDA
                   GO TO TOTALIZA-003.
                IF FAL-BIMESTRE = 1
                   ADD FAL-QTDAULAS TO W-TOTAL-FALTAS1
                ELSE
                         ADD FAL-QTDAULAS TO W-TOTAL-FALTAS3
                      ELSE
                         ADD FAL-QTDAULAS TO W-TOTAL-FALTAS4.
       TOTALIZA-003.
                PERFORM LE-FALTA THRU LE-FALTA-FIM
                IF W-FIM-FALTA = "S"
                   PERFORM GRAVA-TOTAIS THRU GRAVA-TOTAIS-FIM
                   GO TO TOTALIZA-002.
                PERFORM GRAVA-TOTAIS THRU GRAVA-TOTAIS-FIM
                MOVE W-CHAVE-ATUAL TO W-CHAVE-GRUPO
                PERFORM BUSCA-SAIDA THRU BUSCA-SAIDA-FIM
                MOVE ZEROS TO W-TOTAL-FALTAS1 W-TOTAL-FALTAS2
                              W-TOTAL-FALTAS3 W-TOTAL-FALTAS4
                GO TO TOTALIZA-002.
       TOTALIZA-001-FIM.
                EXIT.
      *
      *****************************************
      * DATA LIMITE DO GRUPO: A DATA DA SAIDA  *
      * SE O ALUNO JA SAIU, SENAO SEM LIMITE   *
      *****************************************
       BUSCA-SAIDA.
                MOVE 99999999 TO W-DATA-LIMITE
                MOVE W-GRUPO-RM        TO RM
                MOVE W-GRUPO-TURMA     TO TURMA
                MOVE W-GRUPO-ANOLETIVO TO ANOLETIVO
                READ CADNOTA
                IF ST-ERRO = "00" AND ALUNO-SAIU
                   MOVE SAIDA-DATA TO W-DATA-LIMITE.
       BUSCA-SAIDA-FIM.
                EXIT.
      *
       LE-FALTA.
                READ CADFALTA NEXT RECORD
                ELSE
                   DISPLAY "ERRO NA REGRAVACAO DO RM " W-GRUPO-RM
                           ": " ST-ERRO.
                IF W-PARM-BASE NOT = SPACE
                   PERFORM LISTA-FREQ THRU LISTA-FREQ-FIM.
       GRAVA-TOTAIS-FIM.
                EXIT.
      *
      *****************************************
      * FREQUENCIA DO ALUNO NO ANO SOBRE A     *
      * BASE DO CARTAO. A BASE E BUSCADA UMA   *
      * VEZ POR TURMA + ANO (O CADFALTA VEM EM *
      * ORDEM DE RM, ENTAO GUARDA A ULTIMA).   *
      * ORIGEM NA LINHA: P=PREVISTAS, D=DADAS  *
      *****************************************
       LISTA-FREQ.
                IF W-GRUPO-TURMA NOT = W-BASE-TURMA
                   OR W-GRUPO-ANOLETIVO NOT = W-BASE-ANOLETIVO
                   PERFORM BUSCA-BASE THRU BUSCA-BASE-FIM.
                COMPUTE W-FALTAS-ANO = W-TOTAL-FALTAS1 + W-TOTAL-FALTAS2
                                     + W-TOTAL-FALTAS3 + W-TOTAL-FALTAS4
                MOVE SPACES TO LF-AVISO
                MOVE ZEROS TO W-FREQUENCIA
                IF W-BASE-AULAS = ZEROS
                   MOVE "SEM CARGA NO CADAULAS" TO LF-AVISO
                ELSE
                   IF W-FALTAS-ANO < W-BASE-AULAS
                      COMPUTE W-FREQUENCIA ROUNDED =
                         (W-BASE-AULAS - W-FALTAS-ANO) * 100
                                                   / W-BASE-AULAS.
                IF W-BASE-AULAS NOT = ZEROS AND W-FREQUENCIA < 75
                   MOVE "*** ABAIXO DE 75% ***" TO LF-AVISO
                   ADD 1 TO W-CONT-ABAIXO.
                MOVE W-GRUPO-RM        TO LF-RM
                MOVE W-GRUPO-TURMA     TO LF-TURMA
                MOVE W-GRUPO-ANOLETIVO TO LF-ANO
                MOVE W-FALTAS-ANO      TO LF-FALTAS
                MOVE W-BASE-AULAS      TO LF-AULAS
                MOVE W-BASE-ORIGEM     TO LF-ORIGEM
                MOVE W-FREQUENCIA      TO LF-FREQ
                WRITE LINHA-REL FROM LINHA-FREQ.
       LISTA-FREQ-FIM.
                EXIT.
      *
       BUSCA-BASE.
                MOVE W-GRUPO-TURMA     TO W-BASE-TURMA
                MOVE W-GRUPO-ANOLETIVO TO W-BASE-ANOLETIVO
                MOVE ZEROS TO W-AUL-MATERIA W-BASE-AULAS
                MOVE "P" TO W-BASE-ORIGEM
                MOVE "N" TO W-AUL-ACHOU
                CALL "P201696" USING W-BASE-TURMA W-BASE-ANOLETIVO
                                     W-AUL-MATERIA W-BASE-AULAS
                                     W-AUL-ACHOU
                IF W-AUL-ACHOU NOT = "S"
                   MOVE ZEROS TO W-BASE-AULAS.
                IF W-PARM-BASE NOT = "D"
                   GO TO BUSCA-BASE-FIM.
                MOVE ZEROS TO W-DAD-BIMESTRE W-DAD-QTD
                MOVE "N" TO W-DAD-ACHOU
                CALL "P201749" USING W-BASE-TURMA W-BASE-ANOLETIVO
                                     W-AUL-MATERIA W-DAD-BIMESTRE
                                     W-DAD-QTD W-DAD-ACHOU
                IF W-DAD-ACHOU = "S" AND W-DAD-QTD > ZEROS
                   MOVE W-DAD-QTD TO W-BASE-AULAS
                   MOVE "D" TO W-BASE-ORIGEM.
       BUSCA-BASE-FIM.
                EXIT.
      *
       FECHA-ARQUIVOS.
                MOVE W-CONT-LIDAS    TO LD-LIDAS
                WRITE LINHA-REL FROM LINHA-DET2
                MOVE W-CONT-SEMNOTA  TO LD-SEMNOTA
                WRITE LINHA-REL FROM LINHA-DET3
                IF W-PARM-BASE NOT = SPACE
                   MOVE W-CONT-ABAIXO TO LD-ABAIXO
                   WRITE LINHA-REL FROM LINHA-DET4.
                MOVE W-CONT-APOS-SAIDA TO LD-APOS-SAIDA
                WRITE LINHA-REL FROM LINHA-DET5
                IF W-SEM-FALTA NOT = "S"
                   CLOSE CADFALTA.
                CLOSE CADNOTA RELATORIO.
