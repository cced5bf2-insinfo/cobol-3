       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201759.
       AUTHOR. LEANDRO.
      **************************************************
      * SUBSTITUICOES DO MES POR PROFESSOR. LE DO CARTAO *
      * (SYSIN) O MES DE REFERENCIA (AAAAMM) E LISTA AS  *
      * AULAS DO CADSUBST COM SUBSTITUTO INDICADO NO     *
      * MES, ORDENADAS POR SUBSTITUTO E DATA: TURMA,     *
      * TURNO/PERIODO, MATERIA (P201651) E PROFESSOR     *
      * SUBSTITUIDO. TOTAL DE AULAS POR SUBSTITUTO (BASE *
      * DAS HORAS EXTRAS A PAGAR) E GERAL. SAI PELO      *
      * MODULO COMUM P201675.                            *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADSUBST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-SUBST
                    FILE STATUS  IS ST-SUBST.
       SELECT WORK-FILE ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSUBST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSUBST.DAT".
           COPY SUBSTREC.
       SD WORK-FILE.
       01 WORK-REC.
                03 WK-PROF-SUBST  PIC 9(03).
                03 WK-DATA        PIC 9(08).
                03 WK-TURNO       PIC X(01).
                03 WK-PERIODO     PIC 9(01).
                03 WK-TURMA       PIC X(05).
                03 WK-MATERIA     PIC 9(02).
                03 WK-PROF-AUSENTE PIC 9(03).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "SUBSTITUICOES DO MES POR PROFESSOR".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201759".
       77 ST-SUBST          PIC X(02) VALUE "00".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201759".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 W-PARM-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-PRIMEIRA        PIC X(01) VALUE "S".
       77 W-PROF-ANT        PIC 9(03) VALUE ZEROS.
       77 W-MAT-DENOM       PIC X(25) VALUE SPACES.
       77 W-MAT-ACHOU       PIC X(01) VALUE "N".
       77 W-PRF-NOME        PIC X(30) VALUE SPACES.
       77 W-PRF-ACHOU       PIC X(01) VALUE "N".
       77 W-QTD-PROF        PIC 9(05) VALUE ZEROS.
       77 W-QTD-AULAS       PIC 9(05) VALUE ZEROS.
       77 W-TOT-AULAS       PIC 9(07) VALUE ZEROS.
       77 W-TOT-PROFS       PIC 9(05) VALUE ZEROS.
       01 W-DATA-CORR.
                03 WD-ANOMES       PIC 9(06).
                03 WD-DIA          PIC 9(02).
       01 W-DATA-NUM REDEFINES W-DATA-CORR PIC 9(08).
       01 W-DATA-EDIT.
                03 WE-ANO          PIC 9(04).
                03 WE-MES          PIC 9(02).
                03 WE-DIA          PIC 9(02).
       01 LINHA-PARM.
                03 FILLER        PIC X(22)
                    VALUE "MES DE REFERENCIA...: ".
                03 LP-ANOMES     PIC 9(06).
       01 LINHA-PROF.
                03 FILLER        PIC X(11) VALUE "SUBSTITUTO ".
                03 LPR-PROF      PIC 9(03).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LPR-NOME      PIC X(30).
       01 LINHA-CAB1.
                03 FILLER        PIC X(40) VALUE
                   "  DATA        TURMA  TURNO PER.  MATERIA".
                03 FILLER        PIC X(30) VALUE
                   "                PROF. AUSENTE".
       01 LINHA-DET.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-DIA        PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LD-MES        PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LD-ANO        PIC 9(04).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-TURMA      PIC X(05).
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LD-TURNO      PIC X(01).
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LD-PERIODO    PIC 9(01).
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LD-MATERIA    PIC 9(02).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-MAT-DENOM  PIC X(25).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-AUSENTE    PIC 9(03).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-AUS-NOME   PIC X(30).
       01 LINHA-TOTPROF.
                03 FILLER        PIC X(32)
                    VALUE "  AULAS DADAS EM SUBSTITUICAO: ".
                03 LTP-QTD       PIC ZZZZ9.
       01 LINHA-TOT1.
                03 FILLER        PIC X(30)
                    VALUE "PROFESSORES SUBSTITUTOS.....: ".
                03 LT1-QTD       PIC ZZZZZZ9.
       01 LINHA-TOT2.
                03 FILLER        PIC X(30)
                    VALUE "AULAS EM SUBSTITUICAO.......: ".
                03 LT2-QTD       PIC ZZZZZZ9.
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
                MOVE W-PARM-ANOMES TO LP-ANOMES
                MOVE LINHA-PARM TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           SORT WORK-FILE
                ON ASCENDING KEY WK-PROF-SUBST WK-DATA WK-TURNO
                                 WK-PERIODO
                INPUT PROCEDURE  IS SELECIONA THRU SELECIONA-FIM
                OUTPUT PROCEDURE IS LISTA THRU LISTA-FIM.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-TOT-PROFS TO LT1-QTD
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-TOT-AULAS TO LT2-QTD
                MOVE LINHA-TOT2 TO LINHA-REL
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
                ACCEPT W-PARM-ANOMES
                IF W-PARM-ANOMES = ZEROS
                   DISPLAY "MES DE REFERENCIA INVALIDO NO CARTAO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
       ACEITA-PARM-FIM.
                EXIT.
      *
      *****************************************
      * SOLTA PARA O SORT AS AULAS DO MES QUE  *
      * TEM SUBSTITUTO INDICADO                *
      *****************************************
       SELECIONA.
                OPEN INPUT CADSUBST
                IF ST-SUBST NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSUBST: "
                                                             ST-SUBST
                   MOVE 8 TO RETURN-CODE
                   GO TO SELECIONA-FIM.
                MOVE W-PARM-ANOMES TO WD-ANOMES
                MOVE ZEROS TO WD-DIA
                MOVE W-DATA-NUM TO SUB-DATA
                MOVE SPACES TO SUB-TURMA
                MOVE ZEROS TO SUB-PERIODO
                START CADSUBST KEY IS NOT < CHAVE-SUBST
                IF ST-SUBST NOT = "00"
                   GO TO SELECIONA9.
       SELECIONA1.
                READ CADSUBST NEXT RECORD
                   AT END
                      GO TO SELECIONA9
                   NOT AT END
                      NEXT SENTENCE.
                MOVE SUB-DATA TO W-DATA-NUM
                IF WD-ANOMES NOT = W-PARM-ANOMES
                   GO TO SELECIONA9.
                IF SUB-DESCOBERTA
                   GO TO SELECIONA1.
                ADD 1 TO W-CONT-LIDOS
                MOVE SUB-PROF-SUBST   TO WK-PROF-SUBST
                MOVE SUB-DATA         TO WK-DATA
                MOVE SUB-TURNO        TO WK-TURNO
                MOVE SUB-PERIODO      TO WK-PERIODO
                MOVE SUB-TURMA        TO WK-TURMA
                MOVE SUB-MATERIA      TO WK-MATERIA
                MOVE SUB-PROF-AUSENTE TO WK-PROF-AUSENTE
                RELEASE WORK-REC
                GO TO SELECIONA1.
       SELECIONA9.
                CLOSE CADSUBST.
       SELECIONA-FIM.
                EXIT.
      *
      *****************************************
      * QUEBRA POR PROFESSOR SUBSTITUTO        *
      *****************************************
       LISTA.
                MOVE "S" TO W-PRIMEIRA.
       LISTA1.
                RETURN WORK-FILE
                   AT END
                      GO TO LISTA9
                   NOT AT END
                      NEXT SENTENCE.
                IF W-PRIMEIRA = "S"
                   MOVE "N" TO W-PRIMEIRA
                   MOVE WK-PROF-SUBST TO W-PROF-ANT
                   PERFORM CABECALHO-PROF THRU CABECALHO-PROF-FIM.
                IF WK-PROF-SUBST NOT = W-PROF-ANT
                   PERFORM TOTAL-PROF THRU TOTAL-PROF-FIM
                   MOVE WK-PROF-SUBST TO W-PROF-ANT
                   PERFORM CABECALHO-PROF THRU CABECALHO-PROF-FIM.
                ADD 1 TO W-QTD-AULAS
                MOVE WK-DATA TO W-DATA-EDIT
                MOVE WE-DIA TO LD-DIA
                MOVE WE-MES TO LD-MES
                MOVE WE-ANO TO LD-ANO
                MOVE WK-TURMA   TO LD-TURMA
                MOVE WK-TURNO   TO LD-TURNO
                MOVE WK-PERIODO TO LD-PERIODO
                MOVE WK-MATERIA TO LD-MATERIA
                MOVE "N" TO W-MAT-ACHOU
                MOVE SPACES TO W-MAT-DENOM
                CALL "P201651" USING WK-MATERIA W-MAT-DENOM W-MAT-ACHOU
                MOVE W-MAT-DENOM TO LD-MAT-DENOM
                MOVE WK-PROF-AUSENTE TO LD-AUSENTE
                MOVE "N" TO W-PRF-ACHOU
                MOVE SPACES TO W-PRF-NOME
                CALL "P201690" USING WK-PROF-AUSENTE W-PRF-NOME
                                     W-PRF-ACHOU
                MOVE W-PRF-NOME TO LD-AUS-NOME
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                GO TO LISTA1.
       LISTA9.
                IF W-PRIMEIRA = "N"
                   PERFORM TOTAL-PROF THRU TOTAL-PROF-FIM.
       LISTA-FIM.
                EXIT.
      *
       CABECALHO-PROF.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE WK-PROF-SUBST TO LPR-PROF
                MOVE "N" TO W-PRF-ACHOU
                MOVE SPACES TO W-PRF-NOME
                CALL "P201690" USING WK-PROF-SUBST W-PRF-NOME
                                     W-PRF-ACHOU
                MOVE W-PRF-NOME TO LPR-NOME
                MOVE LINHA-PROF TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       CABECALHO-PROF-FIM.
                EXIT.
      *
       TOTAL-PROF.
                MOVE W-QTD-AULAS TO LTP-QTD
                MOVE LINHA-TOTPROF TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                ADD W-QTD-AULAS TO W-TOT-AULAS
                ADD 1 TO W-TOT-PROFS
                MOVE ZEROS TO W-QTD-AULAS.
       TOTAL-PROF-FIM.
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
