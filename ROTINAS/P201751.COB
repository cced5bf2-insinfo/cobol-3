       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201751.
       AUTHOR. LEANDRO.
      ****************************************************
      * CONTAGEM DAS OCORRENCIAS DISCIPLINARES            *
      * (CADOCORR.DAT) DE UM ALUNO NA TURMA + ANO LETIVO, *
      * POR TIPO: ATRASOS, INDISCIPLINAS, ADVERTENCIAS E  *
      * SUSPENSOES (ESTAS EM DIAS TAMBEM). SEM NENHUMA    *
      * OCORRENCIA (OU SEM O ARQUIVO), DEVOLVE TUDO ZERO  *
      * E ACHOU = "N". CHAMADO PELA TELA DO CONSELHO DE   *
      * CLASSE (FP201697) ANTES DA DECISAO.               *
      ****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADOCORR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-OCORR
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADOCORR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOCORR.DAT".
           COPY OCORREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-RM             PIC 9(05).
       01 LK-TURMA          PIC X(05).
       01 LK-ANOLETIVO      PIC 9(04).
       01 LK-ATRASOS        PIC 9(03).
       01 LK-INDISCIPLINAS  PIC 9(03).
       01 LK-ADVERTENCIAS   PIC 9(03).
       01 LK-SUSPENSOES     PIC 9(03).
       01 LK-DIAS-SUSP      PIC 9(03).
       01 LK-ACHOU          PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-RM LK-TURMA LK-ANOLETIVO
                                LK-ATRASOS LK-INDISCIPLINAS
                                LK-ADVERTENCIAS LK-SUSPENSOES
                                LK-DIAS-SUSP LK-ACHOU.
       BUSCA-001.
                MOVE "N" TO LK-ACHOU
                MOVE ZEROS TO LK-ATRASOS LK-INDISCIPLINAS
                              LK-ADVERTENCIAS LK-SUSPENSOES
                              LK-DIAS-SUSP
                OPEN INPUT CADOCORR
                IF ST-ERRO NOT = "00"
                   GO TO BUSCA-FIM.
                MOVE LK-RM        TO OCO-RM
                MOVE LK-TURMA     TO OCO-TURMA
                MOVE LK-ANOLETIVO TO OCO-ANOLETIVO
                MOVE ZEROS        TO OCO-DATA OCO-SEQ
                START CADOCORR KEY IS NOT < CHAVE-OCORR
                IF ST-ERRO NOT = "00"
                   GO TO BUSCA-CLOSE.
       BUSCA-002.
                READ CADOCORR NEXT RECORD
                   AT END
                      GO TO BUSCA-CLOSE
                   NOT AT END
                      NEXT SENTENCE.
                IF OCO-RM NOT = LK-RM
                   OR OCO-TURMA NOT = LK-TURMA
                   OR OCO-ANOLETIVO NOT = LK-ANOLETIVO
                   GO TO BUSCA-CLOSE.
                MOVE "S" TO LK-ACHOU
                IF OCO-ATRASO
                   ADD 1 TO LK-ATRASOS.
                IF OCO-INDISCIPLINA
                   ADD 1 TO LK-INDISCIPLINAS.
                IF OCO-ADVERTENCIA
                   ADD 1 TO LK-ADVERTENCIAS.
                IF OCO-SUSPENSAO
                   ADD 1 TO LK-SUSPENSOES
                   ADD OCO-DIAS-SUSP TO LK-DIAS-SUSP.
                GO TO BUSCA-002.
       BUSCA-CLOSE.
                CLOSE CADOCORR.
       BUSCA-FIM.
                EXIT PROGRAM.
