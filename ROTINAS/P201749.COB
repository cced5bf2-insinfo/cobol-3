       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201749.
       AUTHOR. LEANDRO.
      ****************************************************
      * TOTAL DE AULAS DADAS (CADDADAS.DAT) DE UMA TURMA  *
      * + ANO LETIVO. MATERIA 00 SOMA TODAS AS MATERIAS   *
      * DA TURMA (O MESMO SENTIDO DO TOTAL DA TURMA NO    *
      * CADAULAS) E BIMESTRE 0 SOMA O ANO INTEIRO. SEM    *
      * NENHUM LANCAMENTO, DEVOLVE ZERO E ACHOU = "N" - O *
      * CHAMADOR VOLTA PARA AS AULAS PREVISTAS (P201696). *
      * CHAMADO PELO P201650 E PELO P201701 QUANDO O      *
      * CARTAO PEDE A FREQUENCIA SOBRE AS AULAS DADAS.    *
      ****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADDADAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-DADAS
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDADAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDADAS.DAT".
           COPY DADASREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-TURMA          PIC X(05).
       01 LK-ANOLETIVO      PIC 9(04).
       01 LK-MATERIA        PIC 9(02).
       01 LK-BIMESTRE       PIC 9(01).
       01 LK-QTDAULAS       PIC 9(04).
       01 LK-ACHOU          PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-TURMA LK-ANOLETIVO LK-MATERIA
                                LK-BIMESTRE LK-QTDAULAS LK-ACHOU.
       BUSCA-001.
                MOVE "N" TO LK-ACHOU
                MOVE ZEROS TO LK-QTDAULAS
                OPEN INPUT CADDADAS
                IF ST-ERRO NOT = "00"
                   GO TO BUSCA-FIM.
                MOVE LK-TURMA     TO DAD-TURMA
                MOVE LK-ANOLETIVO TO DAD-ANOLETIVO
                MOVE LK-MATERIA   TO DAD-MATERIA
                MOVE ZEROS        TO DAD-DATA
                START CADDADAS KEY IS NOT < CHAVE-DADAS
                IF ST-ERRO NOT = "00"
                   GO TO BUSCA-CLOSE.
       BUSCA-002.
                READ CADDADAS NEXT RECORD
                   AT END
                      GO TO BUSCA-CLOSE
                   NOT AT END
                      NEXT SENTENCE.
                IF DAD-TURMA NOT = LK-TURMA
                   OR DAD-ANOLETIVO NOT = LK-ANOLETIVO
                   GO TO BUSCA-CLOSE.
                IF LK-MATERIA NOT = ZEROS
                   AND DAD-MATERIA NOT = LK-MATERIA
                   GO TO BUSCA-CLOSE.
                IF LK-BIMESTRE NOT = ZEROS
                   AND DAD-BIMESTRE NOT = LK-BIMESTRE
                   GO TO BUSCA-002.
                ADD DAD-QTDAULAS TO LK-QTDAULAS
                MOVE "S" TO LK-ACHOU
                GO TO BUSCA-002.
       BUSCA-CLOSE.
                CLOSE CADDADAS.
       BUSCA-FIM.
                EXIT PROGRAM.
