       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201752.
       AUTHOR. LEANDRO.
      **************************************************
      * RESUMO DAS OCORRENCIAS DISCIPLINARES (CADOCORR)  *
      * POR TURMA, PARA O CONSELHO DE CLASSE. CARTOES:   *
      * ANO LETIVO E TURMA (BRANCO = TODAS). PARA CADA   *
      * ALUNO COM OCORRENCIA (NOME VIA P201689), CONTA   *
      * ATRASOS, INDISCIPLINAS, ADVERTENCIAS E           *
      * SUSPENSOES (COM OS DIAS), MARCA AS NOTIFICACOES  *
      * AO RESPONSAVEL AINDA NAO IMPRESSAS NO FP201751 E *
      * MOSTRA A DECISAO DO CONSELHO JA REGISTRADA NO    *
      * FP201697 (VIA P201697). TOTAL POR TURMA E GERAL. *
      * SAI PELO MODULO COMUM P201675.                   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADOCORR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-OCORR
                    FILE STATUS  IS ST-OCORR.
       SELECT WORK-FILE ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADOCORR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOCORR.DAT".
           COPY OCORREC.
       SD WORK-FILE.
       01 WORK-REC.
                03 WK-TURMA       PIC X(05).
                03 WK-RM          PIC 9(05).
                03 WK-TIPO        PIC X(01).
                03 WK-DIAS-SUSP   PIC 9(02).
                03 WK-NOTIFICADA  PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "OCORRENCIAS DISCIPLINARES POR TURMA".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201752".
       77 ST-OCORR          PIC X(02) VALUE "00".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201752".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 W-PARM-ANO        PIC 9(04) VALUE ZEROS.
       77 W-PARM-TURMA      PIC X(05) VALUE SPACES.
       77 W-PRIMEIRA        PIC X(01) VALUE "S".
       77 W-TURMA-ANT       PIC X(05) VALUE SPACES.
       77 W-RM-ANT          PIC 9(05) VALUE ZEROS.
       77 W-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-ALU-NOME        PIC X(35) VALUE SPACES.
       77 W-ALU-SEXO        PIC X(01) VALUE SPACE.
       77 W-ALU-DATANASC    PIC 9(08) VALUE ZEROS.
       77 W-ALU-ACHOU       PIC X(01) VALUE "N".
       77 W-CON-SIT         PIC X(20) VALUE SPACES.
       77 W-CON-ACHOU       PIC X(01) VALUE "N".
      *
      * CONTADORES DO ALUNO, DA TURMA E GERAIS: ATRASOS,
      * INDISCIPLINAS, ADVERTENCIAS, SUSPENSOES, DIAS DE SUSPENSAO
      * E NOTIFICACOES PENDENTES
      *
       01 TABELA-CONTADORES.
                03 CNT-NIVEL OCCURS 3 TIMES.
                   05 CNT-ATRASOS     PIC 9(05).
                   05 CNT-INDISC      PIC 9(05).
                   05 CNT-ADVERT      PIC 9(05).
                   05 CNT-SUSP        PIC 9(05).
                   05 CNT-DIAS        PIC 9(05).
                   05 CNT-PENDENTES   PIC 9(05).
                   05 CNT-ALUNOS      PIC 9(05).
       77 W-NIV             PIC 9(01) COMP VALUE ZEROS.
       01 LINHA-TURMA.
                03 FILLER        PIC X(07) VALUE "TURMA: ".
                03 LT-TURMA      PIC X(05).
                03 FILLER        PIC X(13) VALUE " ANO LETIVO: ".
                03 LT-ANO        PIC 9(04).
       01 LINHA-CAB1.
                03 FILLER        PIC X(42) VALUE
                   "   RM ALUNO".
                03 FILLER        PIC X(45) VALUE
                   "ATRAS INDIS ADVER SUSP. DIAS NOTIF.PENDENTES".
                03 FILLER        PIC X(20) VALUE
                   " DECISAO CONSELHO".
       01 LINHA-DET.
                03 LD-RM         PIC ZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-NOME       PIC X(35).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-ATRASOS    PIC ZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-INDISC     PIC ZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-ADVERT     PIC ZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-SUSP       PIC ZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-DIAS       PIC ZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-PENDENTES  PIC ZZZZ9.
                03 FILLER        PIC X(12) VALUE SPACES.
                03 LD-DECISAO    PIC X(20).
       01 LINHA-TOT.
                03 LTT-ROTULO    PIC X(42).
                03 LTT-ATRASOS   PIC ZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LTT-INDISC    PIC ZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LTT-ADVERT    PIC ZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LTT-SUSP      PIC ZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LTT-DIAS      PIC ZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LTT-PENDENTES PIC ZZZZ9.
       01 W-ROTULO-TOT.
                03 FILLER        PIC X(06) VALUE "TOTAL ".
                03 RT-TEXTO      PIC X(12).
                03 FILLER        PIC X(09) VALUE " ALUNOS: ".
                03 RT-ALUNOS     PIC ZZZZ9.
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
           SORT WORK-FILE
                ON ASCENDING KEY WK-TURMA WK-RM
                INPUT PROCEDURE  IS LE-OCORR THRU LE-OCORR-FIM
                OUTPUT PROCEDURE IS RESUMO THRU RESUMO-FIM.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE 3 TO W-NIV
                MOVE "GERAL" TO RT-TEXTO
                PERFORM MONTA-TOTAL THRU MONTA-TOTAL-FIM
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE "F" TO W-RC-EVENTO
                MOVE W-CONT-LIDOS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                STOP RUN.
      *
       ACEITA-PARM.
                ACCEPT W-PARM-ANO
                ACCEPT W-PARM-TURMA
                IF W-PARM-ANO = ZEROS
                   DISPLAY "ANO LETIVO INVALIDO NO CARTAO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE ZEROS TO TABELA-CONTADORES.
       ACEITA-PARM-FIM.
                EXIT.
      *
      *****************************************
      * LE O CADOCORR DO ANO (E DA TURMA DO    *
      * CARTAO) E SOLTA PARA O SORT EM ORDEM   *
      * DE TURMA + RM. SEM O ARQUIVO, O        *
      * RESUMO SAI VAZIO (NINGUEM TEVE         *
      * OCORRENCIA AINDA)                      *
      *****************************************
       LE-OCORR.
                OPEN INPUT CADOCORR
                IF ST-OCORR NOT = "00"
                   DISPLAY "SEM ARQUIVO CADOCORR: " ST-OCORR
                   GO TO LE-OCORR-FIM.
       LE-OCORR1.
                READ CADOCORR NEXT RECORD
                   AT END
                      GO TO LE-OCORR9
                   NOT AT END
                      NEXT SENTENCE.
                IF OCO-ANOLETIVO NOT = W-PARM-ANO
                   GO TO LE-OCORR1.
                IF W-PARM-TURMA NOT = SPACES
                   AND OCO-TURMA NOT = W-PARM-TURMA
                   GO TO LE-OCORR1.
                ADD 1 TO W-CONT-LIDOS
                MOVE OCO-TURMA      TO WK-TURMA
                MOVE OCO-RM         TO WK-RM
                MOVE OCO-TIPO       TO WK-TIPO
                MOVE OCO-DIAS-SUSP  TO WK-DIAS-SUSP
                MOVE OCO-NOTIFICADA TO WK-NOTIFICADA
                RELEASE WORK-REC
                GO TO LE-OCORR1.
       LE-OCORR9.
                CLOSE CADOCORR.
       LE-OCORR-FIM.
                EXIT.
      *
      *****************************************
      * QUEBRA POR RM (LINHA DO ALUNO) E POR   *
      * TURMA (CABECALHO E TOTAL DA TURMA)     *
      *****************************************
       RESUMO.
                MOVE "S" TO W-PRIMEIRA.
       RESUMO1.
                RETURN WORK-FILE
                   AT END
                      GO TO RESUMO9
                   NOT AT END
                      NEXT SENTENCE.
                IF W-PRIMEIRA = "S"
                   MOVE "N" TO W-PRIMEIRA
                   MOVE WK-TURMA TO W-TURMA-ANT
                   MOVE WK-RM TO W-RM-ANT
                   PERFORM CABECALHO-TURMA THRU CABECALHO-TURMA-FIM.
                IF WK-TURMA NOT = W-TURMA-ANT
                   PERFORM IMPRIME-ALUNO THRU IMPRIME-ALUNO-FIM
                   PERFORM IMPRIME-TURMA THRU IMPRIME-TURMA-FIM
                   MOVE WK-TURMA TO W-TURMA-ANT
                   MOVE WK-RM TO W-RM-ANT
                   PERFORM CABECALHO-TURMA THRU CABECALHO-TURMA-FIM.
                IF WK-RM NOT = W-RM-ANT
                   PERFORM IMPRIME-ALUNO THRU IMPRIME-ALUNO-FIM
                   MOVE WK-RM TO W-RM-ANT.
                IF WK-TIPO = "A"
                   ADD 1 TO CNT-ATRASOS (1).
                IF WK-TIPO = "I"
                   ADD 1 TO CNT-INDISC (1).
                IF WK-TIPO = "V"
                   ADD 1 TO CNT-ADVERT (1).
                IF WK-TIPO = "S"
                   ADD 1 TO CNT-SUSP (1)
                   ADD WK-DIAS-SUSP TO CNT-DIAS (1).
                IF (WK-TIPO = "V" OR "S") AND WK-NOTIFICADA NOT = "S"
                   ADD 1 TO CNT-PENDENTES (1).
                GO TO RESUMO1.
       RESUMO9.
                IF W-PRIMEIRA = "N"
                   PERFORM IMPRIME-ALUNO THRU IMPRIME-ALUNO-FIM
                   PERFORM IMPRIME-TURMA THRU IMPRIME-TURMA-FIM.
       RESUMO-FIM.
                EXIT.
      *
       CABECALHO-TURMA.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-TURMA-ANT TO LT-TURMA
                MOVE W-PARM-ANO TO LT-ANO
                MOVE LINHA-TURMA TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       CABECALHO-TURMA-FIM.
                EXIT.
      *
       IMPRIME-ALUNO.
                MOVE "N" TO W-ALU-ACHOU
                MOVE SPACES TO W-ALU-NOME
                CALL "P201689" USING W-RM-ANT W-ALU-NOME W-ALU-SEXO
                                     W-ALU-DATANASC W-ALU-ACHOU
                IF W-ALU-ACHOU NOT = "S"
                   MOVE "*** NAO CADASTRADO NO CADALUNO ***"
                                                   TO W-ALU-NOME.
                MOVE "N" TO W-CON-ACHOU
                MOVE SPACES TO W-CON-SIT
                CALL "P201697" USING W-RM-ANT W-TURMA-ANT W-PARM-ANO
                                     W-CON-SIT W-CON-ACHOU
                IF W-CON-ACHOU NOT = "S"
                   MOVE SPACES TO W-CON-SIT.
                MOVE W-RM-ANT         TO LD-RM
                MOVE W-ALU-NOME       TO LD-NOME
                MOVE CNT-ATRASOS (1)  TO LD-ATRASOS
                MOVE CNT-INDISC (1)   TO LD-INDISC
                MOVE CNT-ADVERT (1)   TO LD-ADVERT
                MOVE CNT-SUSP (1)     TO LD-SUSP
                MOVE CNT-DIAS (1)     TO LD-DIAS
                MOVE CNT-PENDENTES (1) TO LD-PENDENTES
                MOVE W-CON-SIT        TO LD-DECISAO
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE 1 TO CNT-ALUNOS (1)
                PERFORM SOMA-NIVEL THRU SOMA-NIVEL-FIM
                  VARYING W-NIV FROM 2 BY 1 UNTIL W-NIV > 3
                MOVE ZEROS TO CNT-NIVEL (1).
       IMPRIME-ALUNO-FIM.
                EXIT.
      *
       SOMA-NIVEL.
                ADD CNT-ATRASOS (1)   TO CNT-ATRASOS (W-NIV)
                ADD CNT-INDISC (1)    TO CNT-INDISC (W-NIV)
                ADD CNT-ADVERT (1)    TO CNT-ADVERT (W-NIV)
                ADD CNT-SUSP (1)      TO CNT-SUSP (W-NIV)
                ADD CNT-DIAS (1)      TO CNT-DIAS (W-NIV)
                ADD CNT-PENDENTES (1) TO CNT-PENDENTES (W-NIV)
                ADD CNT-ALUNOS (1)    TO CNT-ALUNOS (W-NIV).
       SOMA-NIVEL-FIM.
                EXIT.
      *
       IMPRIME-TURMA.
                MOVE 2 TO W-NIV
                MOVE "DA TURMA" TO RT-TEXTO
                PERFORM MONTA-TOTAL THRU MONTA-TOTAL-FIM
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE ZEROS TO CNT-NIVEL (2).
       IMPRIME-TURMA-FIM.
                EXIT.
      *
       MONTA-TOTAL.
                MOVE CNT-ALUNOS (W-NIV)    TO RT-ALUNOS
                MOVE W-ROTULO-TOT          TO LTT-ROTULO
                MOVE CNT-ATRASOS (W-NIV)   TO LTT-ATRASOS
                MOVE CNT-INDISC (W-NIV)    TO LTT-INDISC
                MOVE CNT-ADVERT (W-NIV)    TO LTT-ADVERT
                MOVE CNT-SUSP (W-NIV)      TO LTT-SUSP
                MOVE CNT-DIAS (W-NIV)      TO LTT-DIAS
                MOVE CNT-PENDENTES (W-NIV) TO LTT-PENDENTES
                MOVE LINHA-TOT TO LINHA-REL.
       MONTA-TOTAL-FIM.
                EXIT.
      *
      ***********************
      * ROTINA DE IMPRESSAO *
      ***********************
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
