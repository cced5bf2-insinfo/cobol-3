       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201748.
       AUTHOR. LEANDRO.
      **************************************************
      * GRADES DO HORARIO SEMANAL DE AULAS (CADHORARIO)  *
      * PARA O INICIO DO ANO LETIVO. CARTAO: ANO LETIVO  *
      * E TIPO (T=GRADE POR TURMA, P=GRADE POR           *
      * PROFESSOR, BRANCO=AS DUAS). NA GRADE DA TURMA,   *
      * CADA PERIODO X DIA DA SEMANA TRAZ A MATERIA (VIA *
      * P201651), O PROFESSOR E A SALA, SEGUIDA DA CARGA *
      * SEMANAL DE CADA MATERIA PROJETADA PARA AS 40     *
      * SEMANAS LETIVAS CONTRA A CARGA PREVISTA NO       *
      * CADAULAS (MARCA AS QUE NAO FECHAM). NA GRADE DO  *
      * PROFESSOR (NOME VIA P201690), CADA TURNO +       *
      * PERIODO X DIA TRAZ A TURMA E A MATERIA, COM O    *
      * TOTAL DE AULAS NA SEMANA. SAI PELO MODULO COMUM  *
      * P201675.                                         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADHORARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-HORARIO
                    FILE STATUS  IS ST-HORARIO.
       SELECT CADTURMA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-TURMA
                    FILE STATUS  IS ST-TURMA.
       SELECT CADAULAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AULAS
                    FILE STATUS  IS ST-AULAS.
       SELECT WORK-FILE ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADHORARIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHORARIO.DAT".
           COPY HORARIOREC.
       FD CADTURMA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTURMA.DAT".
           COPY TURMAREC.
       FD CADAULAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAULAS.DAT".
           COPY AULASREC.
       SD WORK-FILE.
       01 WORK-REC.
                03 WK-PROFESSOR   PIC 9(03).
                03 WK-TURNO       PIC 9(01).
                03 WK-PERIODO     PIC 9(01).
                03 WK-DIASEMANA   PIC 9(01).
                03 WK-TURMA       PIC X(05).
                03 WK-MATERIA     PIC 9(02).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "HORARIO SEMANAL DE AULAS - GRADES".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201748".
       77 ST-HORARIO        PIC X(02) VALUE "00".
       77 ST-TURMA          PIC X(02) VALUE "00".
       77 ST-AULAS          PIC X(02) VALUE "00".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201748".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 W-PARM-ANO        PIC 9(04) VALUE ZEROS.
       77 W-PARM-TIPO       PIC X(01) VALUE SPACE.
       77 W-PRIMEIRA        PIC X(01) VALUE "S".
       77 W-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-CONT-GRADES     PIC 9(05) VALUE ZEROS.
       77 W-SEMANAS-LETIVAS PIC 9(02) VALUE 40.
       77 W-TURMA-ANT       PIC X(05) VALUE SPACES.
       77 W-PROF-ANT        PIC 9(03) VALUE ZEROS.
       77 W-PRF-ACHOU       PIC X(01) VALUE "N".
       77 W-PRF-NOME        PIC X(30) VALUE SPACES.
       77 W-MAT-ACHOU       PIC X(01) VALUE "N".
       77 W-MAT-DENOM       PIC X(25) VALUE SPACES.
       77 W-MAT-COD         PIC 9(02) VALUE ZEROS.
       77 W-QTD-ANUAL       PIC 9(05) VALUE ZEROS.
       77 W-TOT-SEMANA      PIC 9(03) VALUE ZEROS.
       77 W-MAIOR-PERIODO   PIC 9(01) VALUE ZEROS.
       77 W-PER             PIC 9(02) COMP VALUE ZEROS.
       77 W-DIA             PIC 9(02) COMP VALUE ZEROS.
       77 W-TRN             PIC 9(02) COMP VALUE ZEROS.
       77 W-IND             PIC 9(03) COMP VALUE ZEROS.
       77 W-LINHA-USADA     PIC X(01) VALUE "N".
       77 W-AULAS-ABERTO    PIC X(01) VALUE "N".
      *
      * GRADE DA TURMA: 9 PERIODOS X 6 DIAS (SEGUNDA A SABADO)
      *
       01 TABELA-GRADE.
                03 GRD-PERIODO OCCURS 9 TIMES.
                   05 GRD-DIA OCCURS 6 TIMES.
                      07 GRD-MATERIA   PIC 9(02).
                      07 GRD-PROFESSOR PIC 9(03).
                      07 GRD-SALA      PIC X(05).
      *
      * GRADE DO PROFESSOR: 3 TURNOS (M/T/N) X 9 PERIODOS X 6 DIAS
      *
       01 TABELA-PROF.
                03 PRF-TURNO OCCURS 3 TIMES.
                   05 PRF-PERIODO OCCURS 9 TIMES.
                      07 PRF-DIA OCCURS 6 TIMES.
                         09 PRF-TURMA     PIC X(05).
                         09 PRF-MATERIA   PIC 9(02).
      *
      * AULAS SEMANAIS DE CADA MATERIA DA TURMA E CACHE DOS NOMES
      * DAS MATERIAS (INDEXADOS PELO PROPRIO CODIGO, 1 A 99)
      *
       01 TABELA-MATERIAS.
                03 MAT-ITEM OCCURS 99 TIMES.
                   05 TAB-MAT-SEMANAL PIC 9(03).
                   05 TAB-MAT-LIDA    PIC X(01).
                   05 TAB-MAT-DENOM   PIC X(25).
       01 W-SIGLAS-TURNO    PIC X(03) VALUE "MTN".
       01 W-TAB-SIGLAS REDEFINES W-SIGLAS-TURNO.
                03 W-SIGLA-TURNO  PIC X(01) OCCURS 3 TIMES.
       01 LINHA-TURMA.
                03 FILLER        PIC X(07) VALUE "TURMA: ".
                03 LT-TURMA      PIC X(05).
                03 FILLER        PIC X(13) VALUE " ANO LETIVO: ".
                03 LT-ANO        PIC 9(04).
                03 FILLER        PIC X(08) VALUE " TURNO: ".
                03 LT-TURNO      PIC X(01).
                03 FILLER        PIC X(14) VALUE " SALA PADRAO: ".
                03 LT-SALA       PIC X(05).
       01 LINHA-PROF.
                03 FILLER        PIC X(11) VALUE "PROFESSOR: ".
                03 LP-CODIGO     PIC 9(03).
                03 FILLER        PIC X(03) VALUE " - ".
                03 LP-NOME       PIC X(30).
                03 FILLER        PIC X(13) VALUE " ANO LETIVO: ".
                03 LP-ANO        PIC 9(04).
       01 LINHA-DIAS.
                03 FILLER        PIC X(08) VALUE "PERIODO ".
                03 FILLER        PIC X(20) VALUE "SEGUNDA".
                03 FILLER        PIC X(20) VALUE "TERCA".
                03 FILLER        PIC X(20) VALUE "QUARTA".
                03 FILLER        PIC X(20) VALUE "QUINTA".
                03 FILLER        PIC X(20) VALUE "SEXTA".
                03 FILLER        PIC X(20) VALUE "SABADO".
       01 LINHA-CELULAS.
                03 LC-ROTULO     PIC X(08).
                03 LC-CELULA     PIC X(20) OCCURS 6 TIMES.
       01 W-CEL-MATERIA.
                03 CM-DENOM      PIC X(19).
                03 FILLER        PIC X(01) VALUE SPACE.
       01 W-CEL-PROF.
                03 FILLER        PIC X(02) VALUE "P:".
                03 CP-PROFESSOR  PIC 9(03).
                03 FILLER        PIC X(03) VALUE " S:".
                03 CP-SALA       PIC X(05).
                03 FILLER        PIC X(07) VALUE SPACES.
       01 W-CEL-TURMA.
                03 CT-TURMA      PIC X(05).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 CT-DENOM      PIC X(13).
                03 FILLER        PIC X(01) VALUE SPACE.
       01 W-ROTULO-PER.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 RP-PERIODO    PIC 9(01).
                03 FILLER        PIC X(05) VALUE "A".
       01 W-ROTULO-TRN.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 RT-TURNO      PIC X(01).
                03 FILLER        PIC X(01) VALUE "-".
                03 RT-PERIODO    PIC 9(01).
                03 FILLER        PIC X(04) VALUE "A".
       01 LINHA-CARGACAB    PIC X(80) VALUE
           "  MATERIA                   SEMANAL  X 40 SEM  PREVISTAS".
       01 LINHA-CARGA.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LCG-DENOM     PIC X(25).
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LCG-SEMANAL   PIC ZZ9.
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LCG-ANUAL     PIC ZZZZ9.
                03 FILLER        PIC X(06) VALUE SPACES.
                03 LCG-PREVISTA  PIC ZZZZ.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LCG-AVISO     PIC X(30).
       01 LINHA-TOTPROF.
                03 FILLER        PIC X(24)
                    VALUE "AULAS NA SEMANA.......: ".
                03 LTP-QTD       PIC ZZ9.
       01 LINHA-TOTGERAL.
                03 FILLER        PIC X(24)
                    VALUE "GRADES IMPRESSAS......: ".
                03 LG-CONT       PIC ZZZZ9.
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
                IF W-PARM-TIPO NOT = "P"
                   PERFORM GRADE-TURMAS THRU GRADE-TURMAS-FIM.
                IF W-PARM-TIPO = "T"
                   GO TO INICIO-FIM.
           SORT WORK-FILE
                ON ASCENDING KEY WK-PROFESSOR WK-TURNO WK-PERIODO
                                 WK-DIASEMANA
                INPUT PROCEDURE  IS LE-HORARIO THRU LE-HORARIO-FIM
                OUTPUT PROCEDURE IS GRADE-PROF THRU GRADE-PROF-FIM.
       INICIO-FIM.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-GRADES TO LG-CONT
                MOVE LINHA-TOTGERAL TO LINHA-REL
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
                ACCEPT W-PARM-TIPO
                IF W-PARM-ANO = ZEROS
                   DISPLAY "ANO LETIVO INVALIDO NO CARTAO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                IF W-PARM-TIPO NOT = "T" AND "P" AND SPACE
                   DISPLAY "TIPO DE GRADE INVALIDO (T, P OU BRANCO)"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE LOW-VALUES TO TABELA-MATERIAS.
       ACEITA-PARM-FIM.
                EXIT.
      *
      *****************************************
      * GRADE POR TURMA: O CADHORARIO JA VEM   *
      * EM ORDEM DE TURMA + ANO + DIA +        *
      * PERIODO; A CADA QUEBRA DE TURMA A      *
      * TABELA 9 X 6 E IMPRESSA                *
      *****************************************
       GRADE-TURMAS.
                OPEN INPUT CADHORARIO
                IF ST-HORARIO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADHORARIO: "
                                                          ST-HORARIO
                   MOVE 8 TO RETURN-CODE
                   GO TO GRADE-TURMAS-FIM.
                OPEN INPUT CADTURMA
                IF ST-TURMA NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTURMA: "
                                                            ST-TURMA
                   MOVE 8 TO RETURN-CODE
                   CLOSE CADHORARIO
                   GO TO GRADE-TURMAS-FIM.
                OPEN INPUT CADAULAS
                IF ST-AULAS = "00"
                   MOVE "S" TO W-AULAS-ABERTO.
                MOVE "S" TO W-PRIMEIRA.
       GRADE-TURMAS1.
                READ CADHORARIO NEXT RECORD
                   AT END
                      GO TO GRADE-TURMAS9
                   NOT AT END
                      NEXT SENTENCE.
                IF HOR-ANOLETIVO NOT = W-PARM-ANO
                   GO TO GRADE-TURMAS1.
                ADD 1 TO W-CONT-LIDOS
                IF W-PRIMEIRA = "S"
                   MOVE "N" TO W-PRIMEIRA
                   MOVE HOR-TURMA TO W-TURMA-ANT
                   PERFORM LIMPA-GRADE THRU LIMPA-GRADE-FIM.
                IF HOR-TURMA NOT = W-TURMA-ANT
                   PERFORM IMPRIME-TURMA THRU IMPRIME-TURMA-FIM
                   MOVE HOR-TURMA TO W-TURMA-ANT
                   PERFORM LIMPA-GRADE THRU LIMPA-GRADE-FIM.
                MOVE HOR-PERIODO TO W-PER
                COMPUTE W-DIA = HOR-DIASEMANA - 1
                MOVE HOR-MATERIA   TO GRD-MATERIA (W-PER W-DIA)
                MOVE HOR-PROFESSOR TO GRD-PROFESSOR (W-PER W-DIA)
                MOVE HOR-SALA      TO GRD-SALA (W-PER W-DIA)
                IF HOR-PERIODO > W-MAIOR-PERIODO
                   MOVE HOR-PERIODO TO W-MAIOR-PERIODO.
                IF HOR-MATERIA NOT = ZEROS
                   ADD 1 TO TAB-MAT-SEMANAL (HOR-MATERIA).
                GO TO GRADE-TURMAS1.
       GRADE-TURMAS9.
                IF W-PRIMEIRA = "N"
                   PERFORM IMPRIME-TURMA THRU IMPRIME-TURMA-FIM.
                CLOSE CADHORARIO CADTURMA
                IF W-AULAS-ABERTO = "S"
                   CLOSE CADAULAS.
       GRADE-TURMAS-FIM.
                EXIT.
      *
       LIMPA-GRADE.
                MOVE ZEROS TO W-MAIOR-PERIODO
                PERFORM LIMPA-GRADE1 THRU LIMPA-GRADE1-FIM
                  VARYING W-PER FROM 1 BY 1 UNTIL W-PER > 9
                PERFORM LIMPA-SEMANAL THRU LIMPA-SEMANAL-FIM
                  VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 99.
       LIMPA-GRADE-FIM.
                EXIT.
       LIMPA-GRADE1.
                PERFORM LIMPA-GRADE2 THRU LIMPA-GRADE2-FIM
                  VARYING W-DIA FROM 1 BY 1 UNTIL W-DIA > 6.
       LIMPA-GRADE1-FIM.
                EXIT.
       LIMPA-GRADE2.
                MOVE ZEROS  TO GRD-MATERIA (W-PER W-DIA)
                               GRD-PROFESSOR (W-PER W-DIA)
                MOVE SPACES TO GRD-SALA (W-PER W-DIA).
       LIMPA-GRADE2-FIM.
                EXIT.
       LIMPA-SEMANAL.
                MOVE ZEROS TO TAB-MAT-SEMANAL (W-IND).
       LIMPA-SEMANAL-FIM.
                EXIT.
      *
       IMPRIME-TURMA.
                ADD 1 TO W-CONT-GRADES
                MOVE W-TURMA-ANT TO TUR-TURMA LT-TURMA
                MOVE W-PARM-ANO  TO TUR-ANOLETIVO LT-ANO
                MOVE SPACES TO LT-TURNO LT-SALA
                READ CADTURMA
                IF ST-TURMA = "00"
                   MOVE TUR-TURNO TO LT-TURNO
                   MOVE TUR-SALA  TO LT-SALA.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-TURMA TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-DIAS TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                PERFORM IMPRIME-PERIODO THRU IMPRIME-PERIODO-FIM
                  VARYING W-PER FROM 1 BY 1
                  UNTIL W-PER > W-MAIOR-PERIODO
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CARGACAB TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                PERFORM IMPRIME-CARGA THRU IMPRIME-CARGA-FIM
                  VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 99.
       IMPRIME-TURMA-FIM.
                EXIT.
      *
      * DUAS LINHAS POR PERIODO: A MATERIA E, EMBAIXO, O PROFESSOR
      * E A SALA
      *
       IMPRIME-PERIODO.
                MOVE SPACES TO LINHA-CELULAS
                MOVE W-PER TO RP-PERIODO
                MOVE W-ROTULO-PER TO LC-ROTULO
                PERFORM MONTA-CEL-MAT THRU MONTA-CEL-MAT-FIM
                  VARYING W-DIA FROM 1 BY 1 UNTIL W-DIA > 6
                MOVE LINHA-CELULAS TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE SPACES TO LINHA-CELULAS
                PERFORM MONTA-CEL-PRF THRU MONTA-CEL-PRF-FIM
                  VARYING W-DIA FROM 1 BY 1 UNTIL W-DIA > 6
                MOVE LINHA-CELULAS TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-PERIODO-FIM.
                EXIT.
       MONTA-CEL-MAT.
                IF GRD-MATERIA (W-PER W-DIA) = ZEROS
                   GO TO MONTA-CEL-MAT-FIM.
                MOVE GRD-MATERIA (W-PER W-DIA) TO W-MAT-COD
                PERFORM BUSCA-DENOM THRU BUSCA-DENOM-FIM
                MOVE W-MAT-DENOM TO CM-DENOM
                MOVE W-CEL-MATERIA TO LC-CELULA (W-DIA).
       MONTA-CEL-MAT-FIM.
                EXIT.
       MONTA-CEL-PRF.
                IF GRD-MATERIA (W-PER W-DIA) = ZEROS
                   GO TO MONTA-CEL-PRF-FIM.
                MOVE GRD-PROFESSOR (W-PER W-DIA) TO CP-PROFESSOR
                MOVE GRD-SALA (W-PER W-DIA)      TO CP-SALA
                MOVE W-CEL-PROF TO LC-CELULA (W-DIA).
       MONTA-CEL-PRF-FIM.
                EXIT.
      *
       IMPRIME-CARGA.
                IF TAB-MAT-SEMANAL (W-IND) = ZEROS
                   GO TO IMPRIME-CARGA-FIM.
                MOVE W-IND TO W-MAT-COD
                PERFORM BUSCA-DENOM THRU BUSCA-DENOM-FIM
                MOVE W-MAT-DENOM TO LCG-DENOM
                MOVE TAB-MAT-SEMANAL (W-IND) TO LCG-SEMANAL
                COMPUTE W-QTD-ANUAL =
                        TAB-MAT-SEMANAL (W-IND) * W-SEMANAS-LETIVAS
                MOVE W-QTD-ANUAL TO LCG-ANUAL
                MOVE ZEROS TO LCG-PREVISTA
                MOVE SPACES TO LCG-AVISO
                IF W-AULAS-ABERTO NOT = "S"
                   MOVE "SEM CADAULAS" TO LCG-AVISO
                   GO TO IMPRIME-CARGA1.
                MOVE W-TURMA-ANT TO AUL-TURMA
                MOVE W-PARM-ANO  TO AUL-ANOLETIVO
                MOVE W-MAT-COD   TO AUL-MATERIA
                READ CADAULAS
                IF ST-AULAS NOT = "00"
                   MOVE "SEM CARGA PREVISTA DA MATERIA" TO LCG-AVISO
                   GO TO IMPRIME-CARGA1.
                MOVE AUL-QTDAULAS TO LCG-PREVISTA
                IF W-QTD-ANUAL NOT = AUL-QTDAULAS
                   MOVE "*** NAO FECHA A CARGA ***" TO LCG-AVISO.
       IMPRIME-CARGA1.
                MOVE LINHA-CARGA TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-CARGA-FIM.
                EXIT.
      *
      *****************************************
      * NOME DA MATERIA W-MAT-COD VIA P201651, *
      * GUARDADO NA TABELA PARA NAO CHAMAR A   *
      * ROTINA A CADA CELULA                   *
      *****************************************
       BUSCA-DENOM.
                MOVE SPACES TO W-MAT-DENOM
                IF W-MAT-COD = ZEROS
                   GO TO BUSCA-DENOM-FIM.
                IF TAB-MAT-LIDA (W-MAT-COD) = "S"
                   MOVE TAB-MAT-DENOM (W-MAT-COD) TO W-MAT-DENOM
                   GO TO BUSCA-DENOM-FIM.
                MOVE "N" TO W-MAT-ACHOU
                CALL "P201651" USING W-MAT-COD W-MAT-DENOM W-MAT-ACHOU
                IF W-MAT-ACHOU NOT = "S"
                   MOVE SPACES TO W-MAT-DENOM
                   STRING "MATERIA " W-MAT-COD DELIMITED BY SIZE
                          INTO W-MAT-DENOM.
                MOVE "S" TO TAB-MAT-LIDA (W-MAT-COD)
                MOVE W-MAT-DENOM TO TAB-MAT-DENOM (W-MAT-COD).
       BUSCA-DENOM-FIM.
                EXIT.
      *
      *****************************************
      * GRADE POR PROFESSOR: O CADHORARIO DO   *
      * ANO E CLASSIFICADO POR PROFESSOR +     *
      * TURNO + PERIODO + DIA                  *
      *****************************************
       LE-HORARIO.
                OPEN INPUT CADHORARIO
                IF ST-HORARIO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADHORARIO: "
                                                          ST-HORARIO
                   MOVE 8 TO RETURN-CODE
                   GO TO LE-HORARIO-FIM.
       LE-HORARIO1.
                READ CADHORARIO NEXT RECORD
                   AT END
                      GO TO LE-HORARIO9
                   NOT AT END
                      NEXT SENTENCE.
                IF HOR-ANOLETIVO NOT = W-PARM-ANO
                   GO TO LE-HORARIO1.
                IF W-PARM-TIPO = "P"
                   ADD 1 TO W-CONT-LIDOS.
                MOVE HOR-PROFESSOR TO WK-PROFESSOR
                MOVE 1 TO WK-TURNO
                IF HOR-TURNO = "T"
                   MOVE 2 TO WK-TURNO.
                IF HOR-TURNO = "N"
                   MOVE 3 TO WK-TURNO.
                MOVE HOR-PERIODO   TO WK-PERIODO
                MOVE HOR-DIASEMANA TO WK-DIASEMANA
                MOVE HOR-TURMA     TO WK-TURMA
                MOVE HOR-MATERIA   TO WK-MATERIA
                RELEASE WORK-REC
                GO TO LE-HORARIO1.
       LE-HORARIO9.
                CLOSE CADHORARIO.
       LE-HORARIO-FIM.
                EXIT.
      *
       GRADE-PROF.
                MOVE "S" TO W-PRIMEIRA.
       GRADE-PROF1.
                RETURN WORK-FILE
                   AT END
                      GO TO GRADE-PROF9
                   NOT AT END
                      NEXT SENTENCE.
                IF W-PRIMEIRA = "S"
                   MOVE "N" TO W-PRIMEIRA
                   MOVE WK-PROFESSOR TO W-PROF-ANT
                   PERFORM LIMPA-PROF THRU LIMPA-PROF-FIM.
                IF WK-PROFESSOR NOT = W-PROF-ANT
                   PERFORM IMPRIME-PROF THRU IMPRIME-PROF-FIM
                   MOVE WK-PROFESSOR TO W-PROF-ANT
                   PERFORM LIMPA-PROF THRU LIMPA-PROF-FIM.
                MOVE WK-TURNO   TO W-TRN
                MOVE WK-PERIODO TO W-PER
                COMPUTE W-DIA = WK-DIASEMANA - 1
                MOVE WK-TURMA   TO PRF-TURMA (W-TRN W-PER W-DIA)
                MOVE WK-MATERIA TO PRF-MATERIA (W-TRN W-PER W-DIA)
                ADD 1 TO W-TOT-SEMANA
                GO TO GRADE-PROF1.
       GRADE-PROF9.
                IF W-PRIMEIRA = "N"
                   PERFORM IMPRIME-PROF THRU IMPRIME-PROF-FIM.
       GRADE-PROF-FIM.
                EXIT.
      *
       LIMPA-PROF.
                MOVE ZEROS TO W-TOT-SEMANA
                PERFORM LIMPA-PROF1 THRU LIMPA-PROF1-FIM
                  VARYING W-TRN FROM 1 BY 1 UNTIL W-TRN > 3.
       LIMPA-PROF-FIM.
                EXIT.
       LIMPA-PROF1.
                PERFORM LIMPA-PROF2 THRU LIMPA-PROF2-FIM
                  VARYING W-PER FROM 1 BY 1 UNTIL W-PER > 9.
       LIMPA-PROF1-FIM.
                EXIT.
       LIMPA-PROF2.
                PERFORM LIMPA-PROF3 THRU LIMPA-PROF3-FIM
                  VARYING W-DIA FROM 1 BY 1 UNTIL W-DIA > 6.
       LIMPA-PROF2-FIM.
                EXIT.
       LIMPA-PROF3.
                MOVE SPACES TO PRF-TURMA (W-TRN W-PER W-DIA)
                MOVE ZEROS  TO PRF-MATERIA (W-TRN W-PER W-DIA).
       LIMPA-PROF3-FIM.
                EXIT.
      *
       IMPRIME-PROF.
                ADD 1 TO W-CONT-GRADES
                MOVE "N" TO W-PRF-ACHOU
                MOVE SPACES TO W-PRF-NOME
                CALL "P201690" USING W-PROF-ANT W-PRF-NOME W-PRF-ACHOU
                MOVE W-PROF-ANT TO LP-CODIGO
                MOVE W-PRF-NOME TO LP-NOME
                MOVE W-PARM-ANO TO LP-ANO
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-PROF TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-DIAS TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                PERFORM IMPRIME-PROF1 THRU IMPRIME-PROF1-FIM
                  VARYING W-TRN FROM 1 BY 1 UNTIL W-TRN > 3
                MOVE W-TOT-SEMANA TO LTP-QTD
                MOVE LINHA-TOTPROF TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM.
       IMPRIME-PROF-FIM.
                EXIT.
       IMPRIME-PROF1.
                PERFORM IMPRIME-PROF2 THRU IMPRIME-PROF2-FIM
                  VARYING W-PER FROM 1 BY 1 UNTIL W-PER > 9.
       IMPRIME-PROF1-FIM.
                EXIT.
      *
      * UMA LINHA POR TURNO + PERIODO EM QUE O PROFESSOR TEM AULA
      * EM ALGUM DIA; CADA CELULA TRAZ A TURMA E A MATERIA
      *
       IMPRIME-PROF2.
                MOVE "N" TO W-LINHA-USADA
                MOVE SPACES TO LINHA-CELULAS
                MOVE W-SIGLA-TURNO (W-TRN) TO RT-TURNO
                MOVE W-PER TO RT-PERIODO
                MOVE W-ROTULO-TRN TO LC-ROTULO
                PERFORM MONTA-CEL-TUR THRU MONTA-CEL-TUR-FIM
                  VARYING W-DIA FROM 1 BY 1 UNTIL W-DIA > 6
                IF W-LINHA-USADA = "S"
                   MOVE LINHA-CELULAS TO LINHA-REL
                   PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-PROF2-FIM.
                EXIT.
       MONTA-CEL-TUR.
                IF PRF-TURMA (W-TRN W-PER W-DIA) = SPACES
                   GO TO MONTA-CEL-TUR-FIM.
                MOVE "S" TO W-LINHA-USADA
                MOVE PRF-MATERIA (W-TRN W-PER W-DIA) TO W-MAT-COD
                PERFORM BUSCA-DENOM THRU BUSCA-DENOM-FIM
                MOVE PRF-TURMA (W-TRN W-PER W-DIA) TO CT-TURMA
                MOVE W-MAT-DENOM TO CT-DENOM
                MOVE W-CEL-TURMA TO LC-CELULA (W-DIA).
       MONTA-CEL-TUR-FIM.
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
