       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201758.
       AUTHOR. LEANDRO.
      **************************************************
      * AULAS DESCOBERTAS. LE DO CARTAO (SYSIN) A DATA   *
      * INICIAL (AAAAMMDD, ZEROS = HOJE) E A QUANTIDADE  *
      * DE DIAS (ZEROS = 1) E LISTA, POR DATA, AS AULAS  *
      * DO CADSUBST AINDA SEM SUBSTITUTO INDICADO        *
      * (GERADAS PELAS AUSENCIAS DO FP201757): TURMA,    *
      * TURNO/PERIODO, MATERIA (P201651) E PROFESSOR     *
      * AUSENTE (P201690). TOTAL DO DIA E GERAL, COM AS  *
      * AULAS AFETADAS E AS JA COBERTAS. SAI PELO MODULO *
      * COMUM P201675.                                   *
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
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSUBST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSUBST.DAT".
           COPY SUBSTREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "AULAS SEM SUBSTITUTO".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201758".
       77 ST-SUBST          PIC X(02) VALUE "00".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201758".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 W-PARM-DATA       PIC 9(08) VALUE ZEROS.
       77 W-PARM-DIAS       PIC 9(02) VALUE ZEROS.
       77 W-DATA-FIM        PIC 9(08) VALUE ZEROS.
       77 W-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-PRIMEIRA        PIC X(01) VALUE "S".
       77 W-DATA-ANT        PIC 9(08) VALUE ZEROS.
       77 W-DIAS-MES        PIC 9(02) VALUE ZEROS.
       77 W-IND-DIA         PIC 9(02) COMP VALUE ZEROS.
       77 W-MAT-DENOM       PIC X(25) VALUE SPACES.
       77 W-MAT-ACHOU       PIC X(01) VALUE "N".
       77 W-PRF-NOME        PIC X(30) VALUE SPACES.
       77 W-PRF-ACHOU       PIC X(01) VALUE "N".
       77 W-DIA-AFETADAS    PIC 9(05) VALUE ZEROS.
       77 W-DIA-DESCOB      PIC 9(05) VALUE ZEROS.
       77 W-TOT-AFETADAS    PIC 9(05) VALUE ZEROS.
       77 W-TOT-DESCOB      PIC 9(05) VALUE ZEROS.
       77 WZ-QUOC           PIC 9(04) VALUE ZEROS.
       77 WZ-R4             PIC 9(04) VALUE ZEROS.
       77 WZ-R100           PIC 9(04) VALUE ZEROS.
       77 WZ-R400           PIC 9(04) VALUE ZEROS.
       01 W-HOJE.
                03 W-ANO-ATUAL     PIC 9(04).
                03 W-MES-ATUAL     PIC 9(02).
                03 W-DIA-ATUAL     PIC 9(02).
       01 W-HOJE-NUM REDEFINES W-HOJE PIC 9(08).
       01 W-DATA-CORR.
                03 WD-ANO          PIC 9(04).
                03 WD-MES          PIC 9(02).
                03 WD-DIA          PIC 9(02).
       01 W-DATA-NUM REDEFINES W-DATA-CORR PIC 9(08).
       01 W-TAB-MESES-V     PIC X(24) VALUE "312831303130313130313031".
       01 W-TAB-MESES REDEFINES W-TAB-MESES-V.
                03 TAB-DIAS-MES    PIC 9(02) OCCURS 12 TIMES.
       01 LINHA-PARM.
                03 FILLER        PIC X(08) VALUE "PERIODO ".
                03 LP-DATA-INI   PIC 9(08).
                03 FILLER        PIC X(03) VALUE " A ".
                03 LP-DATA-FIM   PIC 9(08).
       01 LINHA-DATA.
                03 FILLER        PIC X(06) VALUE "DATA: ".
                03 LDT-DIA       PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LDT-MES       PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LDT-ANO       PIC 9(04).
       01 LINHA-CAB1.
                03 FILLER        PIC X(40) VALUE
                   "  TURMA  TURNO PER.  MATERIA".
                03 FILLER        PIC X(30) VALUE
                   "PROFESSOR AUSENTE".
       01 LINHA-DET.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-TURMA      PIC X(05).
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LD-TURNO      PIC X(01).
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LD-PERIODO    PIC 9(01).
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LD-MATERIA    PIC 9(02).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-MAT-DENOM  PIC X(16).
                03 LD-PROF       PIC 9(03).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-PRF-NOME   PIC X(30).
       01 LINHA-TOTDIA.
                03 FILLER        PIC X(20)
                    VALUE "  AULAS AFETADAS: ".
                03 LTD-AFETADAS  PIC ZZZZ9.
                03 FILLER        PIC X(17)
                    VALUE "   DESCOBERTAS: ".
                03 LTD-DESCOB    PIC ZZZZ9.
       01 LINHA-TOT1.
                03 FILLER        PIC X(30)
                    VALUE "AULAS AFETADAS NO PERIODO...: ".
                03 LT1-QTD       PIC ZZZZZZ9.
       01 LINHA-TOT2.
                03 FILLER        PIC X(30)
                    VALUE "AULAS AINDA DESCOBERTAS.....: ".
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
                MOVE W-PARM-DATA TO LP-DATA-INI
                MOVE W-DATA-FIM  TO LP-DATA-FIM
                MOVE LINHA-PARM TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                OPEN INPUT CADSUBST
                IF ST-SUBST NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSUBST: "
                                                             ST-SUBST
                   MOVE 8 TO RETURN-CODE
                   GO TO FINALIZA.
                MOVE W-PARM-DATA TO SUB-DATA
                MOVE SPACES TO SUB-TURMA
                MOVE ZEROS TO SUB-PERIODO
                START CADSUBST KEY IS NOT < CHAVE-SUBST
                IF ST-SUBST NOT = "00"
                   GO TO LISTA9.
       LISTA1.
                READ CADSUBST NEXT RECORD
                   AT END
                      GO TO LISTA9
                   NOT AT END
                      NEXT SENTENCE.
                IF SUB-DATA > W-DATA-FIM
                   GO TO LISTA9.
                ADD 1 TO W-CONT-LIDOS
                IF W-PRIMEIRA = "S"
                   MOVE "N" TO W-PRIMEIRA
                   MOVE SUB-DATA TO W-DATA-ANT
                   PERFORM CABECALHO-DIA THRU CABECALHO-DIA-FIM.
                IF SUB-DATA NOT = W-DATA-ANT
                   PERFORM TOTAL-DIA THRU TOTAL-DIA-FIM
                   MOVE SUB-DATA TO W-DATA-ANT
                   PERFORM CABECALHO-DIA THRU CABECALHO-DIA-FIM.
                ADD 1 TO W-DIA-AFETADAS
                IF NOT SUB-DESCOBERTA
                   GO TO LISTA1.
                ADD 1 TO W-DIA-DESCOB
                MOVE SUB-TURMA   TO LD-TURMA
                MOVE SUB-TURNO   TO LD-TURNO
                MOVE SUB-PERIODO TO LD-PERIODO
                MOVE SUB-MATERIA TO LD-MATERIA
                MOVE "N" TO W-MAT-ACHOU
                MOVE SPACES TO W-MAT-DENOM
                CALL "P201651" USING SUB-MATERIA W-MAT-DENOM W-MAT-ACHOU
                MOVE W-MAT-DENOM TO LD-MAT-DENOM
                MOVE SUB-PROF-AUSENTE TO LD-PROF
                MOVE "N" TO W-PRF-ACHOU
                MOVE SPACES TO W-PRF-NOME
                CALL "P201690" USING SUB-PROF-AUSENTE W-PRF-NOME
                                     W-PRF-ACHOU
                MOVE W-PRF-NOME TO LD-PRF-NOME
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                GO TO LISTA1.
       LISTA9.
                IF W-PRIMEIRA = "N"
                   PERFORM TOTAL-DIA THRU TOTAL-DIA-FIM.
                CLOSE CADSUBST.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-TOT-AFETADAS TO LT1-QTD
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-TOT-DESCOB TO LT2-QTD
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM.
       FINALIZA.
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
                ACCEPT W-PARM-DATA
                IF W-PARM-DATA = ZEROS
                   ACCEPT W-HOJE FROM DATE YYYYMMDD
                   MOVE W-HOJE-NUM TO W-PARM-DATA.
                MOVE W-PARM-DATA TO W-DATA-NUM
                IF WD-MES < 01 OR WD-MES > 12 OR WD-DIA < 01
                   OR WD-DIA > 31
                   DISPLAY "DATA INVALIDA NO CARTAO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                ACCEPT W-PARM-DIAS
                IF W-PARM-DIAS = ZEROS
                   MOVE 1 TO W-PARM-DIAS.
                PERFORM PROXIMO-DIA THRU PROXIMO-DIA-FIM
                  VARYING W-IND-DIA FROM 2 BY 1
                    UNTIL W-IND-DIA > W-PARM-DIAS
                MOVE W-DATA-NUM TO W-DATA-FIM.
       ACEITA-PARM-FIM.
                EXIT.
      *
       CABECALHO-DIA.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE SUB-DATA TO W-DATA-NUM
                MOVE WD-DIA TO LDT-DIA
                MOVE WD-MES TO LDT-MES
                MOVE WD-ANO TO LDT-ANO
                MOVE LINHA-DATA TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       CABECALHO-DIA-FIM.
                EXIT.
      *
       TOTAL-DIA.
                MOVE W-DIA-AFETADAS TO LTD-AFETADAS
                MOVE W-DIA-DESCOB   TO LTD-DESCOB
                MOVE LINHA-TOTDIA TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                ADD W-DIA-AFETADAS TO W-TOT-AFETADAS
                ADD W-DIA-DESCOB   TO W-TOT-DESCOB
                MOVE ZEROS TO W-DIA-AFETADAS W-DIA-DESCOB.
       TOTAL-DIA-FIM.
                EXIT.
      *
      *****************************************
      * AVANCA W-DATA-CORR UM DIA (FEVEREIRO   *
      * COM 29 DIAS EM ANO BISSEXTO)           *
      *****************************************
       PROXIMO-DIA.
                MOVE TAB-DIAS-MES (WD-MES) TO W-DIAS-MES
                IF WD-MES = 2
                   DIVIDE WD-ANO BY 4 GIVING WZ-QUOC REMAINDER WZ-R4
                   DIVIDE WD-ANO BY 100 GIVING WZ-QUOC
                                        REMAINDER WZ-R100
                   DIVIDE WD-ANO BY 400 GIVING WZ-QUOC
                                        REMAINDER WZ-R400
                   IF WZ-R4 = ZEROS
                      AND (WZ-R100 NOT = ZEROS OR WZ-R400 = ZEROS)
                      MOVE 29 TO W-DIAS-MES.
                ADD 1 TO WD-DIA
                IF WD-DIA > W-DIAS-MES
                   MOVE 1 TO WD-DIA
                   ADD 1 TO WD-MES
                   IF WD-MES > 12
                      MOVE 1 TO WD-MES
                      ADD 1 TO WD-ANO.
       PROXIMO-DIA-FIM.
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
