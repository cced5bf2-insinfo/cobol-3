       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201763.
       AUTHOR. LEANDRO.
      **************************************************
      * HORAS-AULA DO MES DOS PROFESSORES PARA O         *
      * FOLHA.MOV DA FOLHA P201662. O CARTAO SYSIN       *
      * INFORMA O MES (AAAAMM), OS MINUTOS DE CADA AULA  *
      * (ZEROS = 50) E SE O FOLHA.MOV EXISTENTE DEVE SER *
      * MESCLADO (S, DEFAULT) OU RECRIADO (N, COMO O     *
      * P201724 FAZ COM O PONTO). CONTA POR PROFESSOR:   *
      * - AS AULAS DADAS DO MES (CADDADAS, QUANTIDADE DE *
      *   AULAS DO DIA);                                 *
      * - AS AULAS COBERTAS EM SUBSTITUICAO (CADSUBST),  *
      *   UMA POR PERIODO, A FAVOR DO SUBSTITUTO;        *
      * - DESCONTANDO DO TITULAR AUSENTE A AULA DO DIA   *
      *   QUE FICOU LANCADA EM SEU NOME NO CADDADAS.     *
      * AS AULAS LIQUIDAS VIRAM HORAS (AULAS X MINUTOS / *
      * 60) NA MATRICULA DO CADFUNC AMARRADA AO          *
      * PROFESSOR (PRF-MATRICULA). NA MESCLA, A LINHA DA *
      * MATRICULA QUE JA ESTAVA NO FOLHA.MOV E TROCADA   *
      * PELAS HORAS-AULA E AS DEMAIS SAO MANTIDAS, DE    *
      * MODO QUE RODAR DE NOVO NAO DOBRA AS HORAS.       *
      * O RELATORIO DE CONFERENCIA LISTA AS AULAS POR    *
      * TURMA/MATERIA DE CADA PROFESSOR; PROFESSOR SEM   *
      * VINCULO COM O CADFUNC, COM MATRICULA INEXISTENTE *
      * OU DESLIGADA, OU CUJO CARGO NAO E HORISTA        *
      * (TIPOSALARIO H, VIA P201661) NAO VAI PARA O      *
      * FOLHA.MOV E SAI NA LISTA DE EXCECOES.            *
      **************************************************
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
                    FILE STATUS  IS ST-DADAS.
       SELECT CADSUBST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-SUBST
                    FILE STATUS  IS ST-SUBST.
       SELECT CADPROF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRF-CODIGO
                    FILE STATUS  IS ST-PROF
                    ALTERNATE RECORD KEY IS PRF-NOME
                               WITH DUPLICATES.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FUN-MATRICULA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS FUN-NOME
                               WITH DUPLICATES.
       SELECT MOVIMENTO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-MOV.
       SELECT WORK-FILE ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDADAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDADAS.DAT".
           COPY DADASREC.
       FD CADSUBST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSUBST.DAT".
           COPY SUBSTREC.
       FD CADPROF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROF.DAT".
           COPY PROFREC.
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
           COPY FUNCREC.
       FD MOVIMENTO
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "FOLHA.MOV".
       01 REGMOV.
                03 MOV-MATRICULA    PIC 9(05).
                03 MOV-QUANTIDADE   PIC 9(03)V99.
                03 FILLER           PIC X(10).
       SD WORK-FILE.
       01 WORK-REC.
                03 WK-PROF        PIC 9(03).
                03 WK-TURMA       PIC X(05).
                03 WK-MATERIA     PIC 9(02).
                03 WK-TIPO        PIC X(01).
                   88 WK-DADA        VALUE "D".
                   88 WK-SUBST       VALUE "S".
                   88 WK-AUSENCIA    VALUE "A".
                03 WK-QTD         PIC 9(03).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "HORAS-AULA DOS PROFESSORES - FOLHA.MOV".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201763".
       77 ST-DADAS          PIC X(02) VALUE "00".
       77 ST-SUBST          PIC X(02) VALUE "00".
       77 ST-PROF           PIC X(02) VALUE "00".
       77 ST-FUNC           PIC X(02) VALUE "00".
       77 ST-MOV            PIC X(02) VALUE "00".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201763".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 W-PARM-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-PARM-MINUTOS    PIC 9(03) VALUE ZEROS.
       77 W-PARM-MESCLA     PIC X(01) VALUE SPACE.
       77 W-SEM-SUBST       PIC X(01) VALUE "N".
       77 W-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-PRIMEIRA        PIC X(01) VALUE "S".
       77 W-PROF-ANT        PIC 9(03) VALUE ZEROS.
       77 W-TURMA-ANT       PIC X(05) VALUE SPACES.
       77 W-MATERIA-ANT     PIC 9(02) VALUE ZEROS.
       77 W-MAT-DENOM       PIC X(25) VALUE SPACES.
       77 W-MAT-ACHOU       PIC X(01) VALUE "N".
       77 W-CG-ACHOU        PIC X(01) VALUE "N".
       77 W-CG-DENOM        PIC X(15) VALUE SPACES.
       77 W-CG-TIPOSAL      PIC X(01) VALUE SPACES.
       77 W-CG-SALARIO      PIC 9(06)V99 VALUE ZEROS.
       77 W-CG-DEPTO        PIC 9(03) VALUE ZEROS.
       77 W-DEM-ANOMES      PIC 9(06) VALUE ZEROS.
       77 W-LIN-DADAS       PIC 9(05) VALUE ZEROS.
       77 W-LIN-SUBST       PIC 9(05) VALUE ZEROS.
       77 W-LIN-AUSEN       PIC 9(05) VALUE ZEROS.
       77 W-LIN-LIQ         PIC S9(05) VALUE ZEROS.
       77 W-PRF-AULAS       PIC 9(05) VALUE ZEROS.
       77 W-PRF-NOME        PIC X(30) VALUE SPACES.
       77 W-PRF-MATRICULA   PIC 9(05) VALUE ZEROS.
       77 W-HORAS           PIC 9(05)V99 VALUE ZEROS.
       77 W-EXCECAO         PIC X(30) VALUE SPACES.
       77 W-QTD-MOV         PIC 9(03) VALUE ZEROS.
       77 W-IND             PIC 9(03) VALUE ZEROS.
       77 W-ACHOU-MOV       PIC X(01) VALUE "N".
       77 W-MOV-CHEIA       PIC X(01) VALUE "N".
       77 W-CONT-MOV-PERDIDO PIC 9(05) VALUE ZEROS.
       77 W-QTD-EXC         PIC 9(03) VALUE ZEROS.
       77 W-CONT-EXC        PIC 9(05) VALUE ZEROS.
       77 W-TOT-PROFS       PIC 9(05) VALUE ZEROS.
       77 W-TOT-AULAS       PIC 9(07) VALUE ZEROS.
       77 W-TOT-HORAS       PIC 9(07)V99 VALUE ZEROS.
       77 W-CONT-INCLUIDAS  PIC 9(05) VALUE ZEROS.
       77 W-CONT-TROCADAS   PIC 9(05) VALUE ZEROS.
       77 W-CONT-MANTIDAS   PIC 9(05) VALUE ZEROS.
       01 W-DATA-CORR.
                03 WD-ANOMES       PIC 9(06).
                03 WD-DIA          PIC 9(02).
       01 W-DATA-NUM REDEFINES W-DATA-CORR PIC 9(08).
       01 W-ANOMES-R.
                03 W-AM-ANO      PIC 9(04).
                03 W-AM-MES      PIC 9(02).
       01 W-EXC-CARGO.
                03 FILLER        PIC X(26)
                    VALUE "CARGO NAO E HORISTA (TIPO ".
                03 WX-TIPO       PIC X(01).
                03 FILLER        PIC X(01) VALUE ")".
      *
      * FOLHA.MOV EM MEMORIA: AS LINHAS QUE JA ESTAVAM NO ARQUIVO
      * (ORIGEM M) E AS GERADAS AGORA (ORIGEM P); MESMO LIMITE DE 500
      * LINHAS DA CARGA DO P201662
      *
       01 TABELA-MOV.
                03 MOV-ITEM OCCURS 500 TIMES.
                   05 TAB-MATRICULA  PIC 9(05).
                   05 TAB-QUANTIDADE PIC 9(05)V99.
                   05 TAB-ORIGEM     PIC X(01).
       01 TABELA-EXC.
                03 EXC-ITEM OCCURS 200 TIMES.
                   05 TEX-PROF       PIC 9(03).
                   05 TEX-NOME       PIC X(30).
                   05 TEX-AULAS      PIC 9(05).
                   05 TEX-MOTIVO     PIC X(30).
       01 LINHA-PARM.
                03 FILLER        PIC X(22)
                    VALUE "MES DE REFERENCIA...: ".
                03 LP-ANOMES     PIC 9(06).
                03 FILLER        PIC X(21)
                    VALUE "   MINUTOS POR AULA: ".
                03 LP-MINUTOS    PIC ZZ9.
                03 FILLER        PIC X(23)
                    VALUE "   MESCLA O FOLHA.MOV: ".
                03 LP-MESCLA     PIC X(01).
       01 LINHA-PROF.
                03 FILLER        PIC X(10) VALUE "PROFESSOR ".
                03 LPR-PROF      PIC 9(03).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LPR-NOME      PIC X(30).
                03 FILLER        PIC X(12) VALUE " MATRICULA ".
                03 LPR-MATRICULA PIC ZZZZ9.
       01 LINHA-CAB1.
                03 FILLER        PIC X(40) VALUE
                   "  TURMA  MATERIA                      ".
                03 FILLER        PIC X(40) VALUE
                   "  DADAS  SUBST.  AUSENC.  LIQUIDAS".
       01 LINHA-DET.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-TURMA      PIC X(05).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-MATERIA    PIC 9(02).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-MAT-DENOM  PIC X(25).
                03 FILLER        PIC X(03) VALUE SPACES.
                03 LD-DADAS      PIC ZZZZ9.
                03 FILLER        PIC X(03) VALUE SPACES.
                03 LD-SUBST      PIC ZZZZ9.
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LD-AUSEN      PIC ZZZZ9.
                03 FILLER        PIC X(05) VALUE SPACES.
                03 LD-LIQ        PIC ZZZZ9.
       01 LINHA-TOTPROF.
                03 FILLER        PIC X(23)
                    VALUE "  AULAS LIQUIDAS.....: ".
                03 LTP-AULAS     PIC ZZZZ9.
                03 FILLER        PIC X(09) VALUE "  HORAS: ".
                03 LTP-HORAS     PIC ZZZZ9,99.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LTP-DESTINO   PIC X(45).
       01 LINHA-DESTINO.
                03 FILLER        PIC X(19) VALUE "-> FOLHA.MOV MATR. ".
                03 LDS-MATRICULA PIC 9(05).
       01 LINHA-CAB-EXC.
                03 FILLER        PIC X(40) VALUE
                   "EXCECOES - PROFESSORES FORA DO FOLHA.MOV".
       01 LINHA-EXC.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LE-PROF       PIC 9(03).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LE-NOME       PIC X(30).
                03 FILLER        PIC X(08) VALUE " AULAS: ".
                03 LE-AULAS      PIC ZZZZ9.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LE-MOTIVO     PIC X(30).
       01 LINHA-TOT1.
                03 FILLER        PIC X(30)
                    VALUE "PROFESSORES COM AULAS.......: ".
                03 LT1-QTD       PIC ZZZZZZ9.
       01 LINHA-TOT2.
                03 FILLER        PIC X(30)
                    VALUE "AULAS LIQUIDAS NO MES.......: ".
                03 LT2-QTD       PIC ZZZZZZ9.
       01 LINHA-TOT3.
                03 FILLER        PIC X(30)
                    VALUE "HORAS LEVADAS AO FOLHA.MOV..: ".
                03 LT3-QTD       PIC ZZZZZZ9,99.
       01 LINHA-TOT4.
                03 FILLER        PIC X(30)
                    VALUE "LINHAS INCLUIDAS............: ".
                03 LT4-QTD       PIC ZZZZZZ9.
       01 LINHA-TOT5.
                03 FILLER        PIC X(30)
                    VALUE "LINHAS TROCADAS (MESCLA)....: ".
                03 LT5-QTD       PIC ZZZZZZ9.
       01 LINHA-TOT6.
                03 FILLER        PIC X(30)
                    VALUE "LINHAS MANTIDAS (MESCLA)....: ".
                03 LT6-QTD       PIC ZZZZZZ9.
       01 LINHA-TOT7.
                03 FILLER        PIC X(30)
                    VALUE "PROFESSORES EM EXCECAO......: ".
                03 LT7-QTD       PIC ZZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                PERFORM ACEITA-PARM THRU ACEITA-PARM-FIM
                PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE W-PARM-ANOMES  TO LP-ANOMES
                MOVE W-PARM-MINUTOS TO LP-MINUTOS
                MOVE W-PARM-MESCLA  TO LP-MESCLA
                MOVE LINHA-PARM TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                IF W-PARM-MESCLA = "S"
                   PERFORM CARREGA-MOVIMENTO
                      THRU CARREGA-MOVIMENTO-FIM.
           SORT WORK-FILE
                ON ASCENDING KEY WK-PROF WK-TURMA WK-MATERIA
                INPUT PROCEDURE  IS SELECIONA THRU SELECIONA-FIM
                OUTPUT PROCEDURE IS LISTA THRU LISTA-FIM.
                PERFORM GRAVA-MOVIMENTO THRU GRAVA-MOVIMENTO-FIM
                PERFORM LISTA-EXCECOES THRU LISTA-EXCECOES-FIM
                PERFORM TOTAIS THRU TOTAIS-FIM
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                CLOSE CADDADAS CADPROF CADFUNC
                IF W-SEM-SUBST NOT = "S"
                   CLOSE CADSUBST.
                MOVE "F" TO W-RC-EVENTO
                MOVE W-CONT-LIDOS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                STOP RUN.
      *
       ACEITA-PARM.
                ACCEPT W-PARM-ANOMES
                ACCEPT W-PARM-MINUTOS
                ACCEPT W-PARM-MESCLA
                MOVE W-PARM-ANOMES TO W-ANOMES-R
                IF W-PARM-ANOMES = ZEROS
                   OR W-AM-MES < 01 OR W-AM-MES > 12
                   DISPLAY "MES DE REFERENCIA INVALIDO NO CARTAO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                IF W-PARM-MINUTOS = ZEROS
                   MOVE 50 TO W-PARM-MINUTOS.
                IF W-PARM-MESCLA = "n"
                   MOVE "N" TO W-PARM-MESCLA.
                IF W-PARM-MESCLA NOT = "N"
                   MOVE "S" TO W-PARM-MESCLA.
       ACEITA-PARM-FIM.
                EXIT.
      *
       ABRE-ARQUIVOS.
                OPEN INPUT CADDADAS
                IF ST-DADAS NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDADAS: "
                                                             ST-DADAS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADPROF
                IF ST-PROF NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROF: "
                                                              ST-PROF
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADFUNC
                IF ST-FUNC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: "
                                                              ST-FUNC
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADSUBST
                IF ST-SUBST NOT = "00"
                   DISPLAY "SEM ARQUIVO CADSUBST - SUBSTITUICOES "
                           "NAO CONSIDERADAS"
                   MOVE "S" TO W-SEM-SUBST.
       ABRE-ARQUIVOS-FIM.
                EXIT.
      *
      *****************************************
      * MESCLA: CARGA DO FOLHA.MOV EXISTENTE   *
      * (PONTO DO P201724, DIGITACAO ETC.)     *
      *****************************************
       CARREGA-MOVIMENTO.
                OPEN INPUT MOVIMENTO
                IF ST-MOV NOT = "00"
                   DISPLAY "SEM ARQUIVO DE MOVIMENTO (FOLHA.MOV): "
                                                               ST-MOV
                   GO TO CARREGA-MOVIMENTO-FIM.
       CARREGA-MOVIMENTO1.
                READ MOVIMENTO
                   AT END
                      GO TO CARREGA-MOVIMENTO2
                   NOT AT END
                      NEXT SENTENCE.
                IF W-QTD-MOV < 500
                   ADD 1 TO W-QTD-MOV
                   MOVE MOV-MATRICULA  TO TAB-MATRICULA (W-QTD-MOV)
                   MOVE MOV-QUANTIDADE TO TAB-QUANTIDADE (W-QTD-MOV)
                   MOVE "M"            TO TAB-ORIGEM (W-QTD-MOV)
                ELSE
                   PERFORM MOV-CHEIA THRU MOV-CHEIA-FIM.
                GO TO CARREGA-MOVIMENTO1.
       CARREGA-MOVIMENTO2.
                CLOSE MOVIMENTO.
       CARREGA-MOVIMENTO-FIM.
                EXIT.
      *
       MOV-CHEIA.
                ADD 1 TO W-CONT-MOV-PERDIDO
                MOVE 4 TO RETURN-CODE
                IF W-MOV-CHEIA NOT = "S"
                   MOVE "S" TO W-MOV-CHEIA
                   DISPLAY "TABELA DE MOVIMENTO CHEIA (500) - "
                           "LINHAS DO FOLHA.MOV FORAM DESCARTADAS".
       MOV-CHEIA-FIM.
                EXIT.
      *
      *****************************************
      * SOLTA PARA O SORT AS AULAS DADAS DO    *
      * MES E AS SUBSTITUICOES COBERTAS        *
      *****************************************
       SELECIONA.
                MOVE LOW-VALUES TO CHAVE-DADAS
                START CADDADAS KEY IS NOT < CHAVE-DADAS
                IF ST-DADAS NOT = "00"
                   GO TO SELECIONA-SUB.
       SELECIONA1.
                READ CADDADAS NEXT RECORD
                   AT END
                      GO TO SELECIONA-SUB
                   NOT AT END
                      NEXT SENTENCE.
                MOVE DAD-DATA TO W-DATA-NUM
                IF WD-ANOMES NOT = W-PARM-ANOMES
                   OR DAD-PROFESSOR = ZEROS
                   GO TO SELECIONA1.
                ADD 1 TO W-CONT-LIDOS
                MOVE DAD-PROFESSOR TO WK-PROF
                MOVE DAD-TURMA     TO WK-TURMA
                MOVE DAD-MATERIA   TO WK-MATERIA
                MOVE "D"           TO WK-TIPO
                MOVE DAD-QTDAULAS  TO WK-QTD
                RELEASE WORK-REC
                GO TO SELECIONA1.
       SELECIONA-SUB.
                IF W-SEM-SUBST = "S"
                   GO TO SELECIONA-FIM.
                MOVE W-PARM-ANOMES TO WD-ANOMES
                MOVE ZEROS TO WD-DIA
                MOVE W-DATA-NUM TO SUB-DATA
                MOVE SPACES TO SUB-TURMA
                MOVE ZEROS TO SUB-PERIODO
                START CADSUBST KEY IS NOT < CHAVE-SUBST
                IF ST-SUBST NOT = "00"
                   GO TO SELECIONA-FIM.
       SELECIONA-SUB1.
                READ CADSUBST NEXT RECORD
                   AT END
                      GO TO SELECIONA-FIM
                   NOT AT END
                      NEXT SENTENCE.
                MOVE SUB-DATA TO W-DATA-NUM
                IF WD-ANOMES NOT = W-PARM-ANOMES
                   GO TO SELECIONA-FIM.
                IF SUB-DESCOBERTA
                   GO TO SELECIONA-SUB1.
                ADD 1 TO W-CONT-LIDOS
                MOVE SUB-PROF-SUBST TO WK-PROF
                MOVE SUB-TURMA      TO WK-TURMA
                MOVE SUB-MATERIA    TO WK-MATERIA
                MOVE "S"            TO WK-TIPO
                MOVE 1              TO WK-QTD
                RELEASE WORK-REC
      *
      * A AULA DO DIA LANCADA NO CADDADAS EM NOME DO TITULAR AUSENTE
      * NAO FOI DADA POR ELE - SAI UM DESCONTO PARA NAO PAGAR DUAS
      * VEZES O MESMO PERIODO
      *
                MOVE SUB-TURMA     TO DAD-TURMA
                MOVE SUB-ANOLETIVO TO DAD-ANOLETIVO
                MOVE SUB-MATERIA   TO DAD-MATERIA
                MOVE SUB-DATA      TO DAD-DATA
                READ CADDADAS
                IF ST-DADAS NOT = "00"
                   GO TO SELECIONA-SUB1.
                IF DAD-PROFESSOR NOT = SUB-PROF-AUSENTE
                   GO TO SELECIONA-SUB1.
                MOVE SUB-PROF-AUSENTE TO WK-PROF
                MOVE SUB-TURMA        TO WK-TURMA
                MOVE SUB-MATERIA      TO WK-MATERIA
                MOVE "A"              TO WK-TIPO
                MOVE 1                TO WK-QTD
                RELEASE WORK-REC
                GO TO SELECIONA-SUB1.
       SELECIONA-FIM.
                EXIT.
      *
      *****************************************
      * QUEBRA POR PROFESSOR E POR TURMA +     *
      * MATERIA                                *
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
                   MOVE WK-PROF    TO W-PROF-ANT
                   MOVE WK-TURMA   TO W-TURMA-ANT
                   MOVE WK-MATERIA TO W-MATERIA-ANT
                   PERFORM CABECALHO-PROF THRU CABECALHO-PROF-FIM.
                IF WK-PROF NOT = W-PROF-ANT
                   PERFORM TOTAL-LINHA THRU TOTAL-LINHA-FIM
                   PERFORM TOTAL-PROF THRU TOTAL-PROF-FIM
                   MOVE WK-PROF    TO W-PROF-ANT
                   MOVE WK-TURMA   TO W-TURMA-ANT
                   MOVE WK-MATERIA TO W-MATERIA-ANT
                   PERFORM CABECALHO-PROF THRU CABECALHO-PROF-FIM.
                IF WK-TURMA NOT = W-TURMA-ANT
                   OR WK-MATERIA NOT = W-MATERIA-ANT
                   PERFORM TOTAL-LINHA THRU TOTAL-LINHA-FIM
                   MOVE WK-TURMA   TO W-TURMA-ANT
                   MOVE WK-MATERIA TO W-MATERIA-ANT.
                IF WK-DADA
                   ADD WK-QTD TO W-LIN-DADAS.
                IF WK-SUBST
                   ADD WK-QTD TO W-LIN-SUBST.
                IF WK-AUSENCIA
                   ADD WK-QTD TO W-LIN-AUSEN.
                GO TO LISTA1.
       LISTA9.
                IF W-PRIMEIRA = "N"
                   PERFORM TOTAL-LINHA THRU TOTAL-LINHA-FIM
                   PERFORM TOTAL-PROF THRU TOTAL-PROF-FIM.
       LISTA-FIM.
                EXIT.
      *
       CABECALHO-PROF.
                MOVE ZEROS TO W-PRF-AULAS W-PRF-MATRICULA
                MOVE SPACES TO W-PRF-NOME
                MOVE W-PROF-ANT TO PRF-CODIGO
                READ CADPROF
                IF ST-PROF = "00"
                   MOVE PRF-NOME TO W-PRF-NOME
                   IF PRF-MATRICULA NUMERIC
                      MOVE PRF-MATRICULA TO W-PRF-MATRICULA.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-PROF-ANT      TO LPR-PROF
                MOVE W-PRF-NOME      TO LPR-NOME
                MOVE W-PRF-MATRICULA TO LPR-MATRICULA
                MOVE LINHA-PROF TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       CABECALHO-PROF-FIM.
                EXIT.
      *
      *****************************************
      * LINHA DE TURMA/MATERIA DO PROFESSOR    *
      * (AULAS LIQUIDAS NUNCA NEGATIVAS)       *
      *****************************************
       TOTAL-LINHA.
                COMPUTE W-LIN-LIQ = W-LIN-DADAS + W-LIN-SUBST
                                  - W-LIN-AUSEN
                IF W-LIN-LIQ < ZEROS
                   MOVE ZEROS TO W-LIN-LIQ.
                MOVE W-TURMA-ANT   TO LD-TURMA
                MOVE W-MATERIA-ANT TO LD-MATERIA
                MOVE "N" TO W-MAT-ACHOU
                MOVE SPACES TO W-MAT-DENOM
                CALL "P201651" USING W-MATERIA-ANT W-MAT-DENOM
                                     W-MAT-ACHOU
                MOVE W-MAT-DENOM TO LD-MAT-DENOM
                MOVE W-LIN-DADAS TO LD-DADAS
                MOVE W-LIN-SUBST TO LD-SUBST
                MOVE W-LIN-AUSEN TO LD-AUSEN
                MOVE W-LIN-LIQ   TO LD-LIQ
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                ADD W-LIN-LIQ TO W-PRF-AULAS
                MOVE ZEROS TO W-LIN-DADAS W-LIN-SUBST W-LIN-AUSEN.
       TOTAL-LINHA-FIM.
                EXIT.
      *
      *****************************************
      * FECHA O PROFESSOR: HORAS-AULA E        *
      * CONFERENCIA DO VINCULO COM A FOLHA     *
      *****************************************
       TOTAL-PROF.
                ADD 1 TO W-TOT-PROFS
                ADD W-PRF-AULAS TO W-TOT-AULAS
                COMPUTE W-HORAS ROUNDED =
                        (W-PRF-AULAS * W-PARM-MINUTOS) / 60
                PERFORM CONFERE-VINCULO THRU CONFERE-VINCULO-FIM
                MOVE W-PRF-AULAS TO LTP-AULAS
                MOVE W-HORAS     TO LTP-HORAS
                IF W-EXCECAO = SPACES
                   MOVE W-PRF-MATRICULA TO LDS-MATRICULA
                   MOVE LINHA-DESTINO TO LTP-DESTINO
                   PERFORM LANCA-MOVIMENTO THRU LANCA-MOVIMENTO-FIM
                ELSE
                   MOVE W-EXCECAO TO LTP-DESTINO
                   PERFORM GUARDA-EXCECAO THRU GUARDA-EXCECAO-FIM.
                MOVE LINHA-TOTPROF TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       TOTAL-PROF-FIM.
                EXIT.
      *
       CONFERE-VINCULO.
                MOVE SPACES TO W-EXCECAO
                IF W-PRF-AULAS = ZEROS
                   MOVE "SEM AULAS LIQUIDAS NO MES" TO W-EXCECAO
                   GO TO CONFERE-VINCULO-FIM.
                IF W-PRF-NOME = SPACES
                   MOVE "PROFESSOR NAO CADASTRADO" TO W-EXCECAO
                   GO TO CONFERE-VINCULO-FIM.
                IF W-PRF-MATRICULA = ZEROS
                   MOVE "SEM VINCULO COM O CADFUNC" TO W-EXCECAO
                   GO TO CONFERE-VINCULO-FIM.
                MOVE W-PRF-MATRICULA TO FUN-MATRICULA
                READ CADFUNC
                IF ST-FUNC NOT = "00" OR FUN-SIT-EXCLUIDO
                   MOVE "MATRICULA NAO ESTA NO CADFUNC" TO W-EXCECAO
                   GO TO CONFERE-VINCULO-FIM.
                IF FUN-DEMISSAO NOT = ZEROS
                   COMPUTE W-DEM-ANOMES = (FUN-DEM-ANO * 100)
                                        + FUN-DEM-MES
                   IF W-DEM-ANOMES < W-PARM-ANOMES
                      MOVE "DESLIGADO ANTES DO MES" TO W-EXCECAO
                      GO TO CONFERE-VINCULO-FIM.
                MOVE "N" TO W-CG-ACHOU
                CALL "P201661" USING FUN-CODIGO-CARGO W-CG-DENOM
                            W-CG-TIPOSAL W-CG-SALARIO W-CG-DEPTO
                            W-CG-ACHOU
                IF W-CG-ACHOU NOT = "S"
                   MOVE "CARGO DA MATRICULA NAO ACHADO" TO W-EXCECAO
                   GO TO CONFERE-VINCULO-FIM.
                IF W-CG-TIPOSAL NOT = "H"
                   MOVE W-CG-TIPOSAL TO WX-TIPO
                   MOVE W-EXC-CARGO TO W-EXCECAO.
       CONFERE-VINCULO-FIM.
                EXIT.
      *
       GUARDA-EXCECAO.
                ADD 1 TO W-CONT-EXC
                IF W-QTD-EXC NOT < 200
                   GO TO GUARDA-EXCECAO-FIM.
                ADD 1 TO W-QTD-EXC
                MOVE W-PROF-ANT  TO TEX-PROF (W-QTD-EXC)
                MOVE W-PRF-NOME  TO TEX-NOME (W-QTD-EXC)
                MOVE W-PRF-AULAS TO TEX-AULAS (W-QTD-EXC)
                MOVE W-EXCECAO   TO TEX-MOTIVO (W-QTD-EXC).
       GUARDA-EXCECAO-FIM.
                EXIT.
      *
      *****************************************
      * LANCA AS HORAS NA TABELA DO FOLHA.MOV: *
      * LINHA DO ARQUIVO (M) E TROCADA, LINHA  *
      * JA GERADA AGORA (P) - DOIS PROFESSORES *
      * NA MESMA MATRICULA - E SOMADA          *
      *****************************************
       LANCA-MOVIMENTO.
                ADD W-HORAS TO W-TOT-HORAS
                MOVE "N" TO W-ACHOU-MOV
                PERFORM BUSCA-MOVIMENTO THRU BUSCA-MOVIMENTO-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > W-QTD-MOV OR W-ACHOU-MOV = "S"
                IF W-ACHOU-MOV = "S"
                   GO TO LANCA-MOVIMENTO-FIM.
                IF W-QTD-MOV < 500
                   ADD 1 TO W-QTD-MOV
                   ADD 1 TO W-CONT-INCLUIDAS
                   MOVE W-PRF-MATRICULA TO TAB-MATRICULA (W-QTD-MOV)
                   MOVE W-HORAS         TO TAB-QUANTIDADE (W-QTD-MOV)
                   MOVE "P"             TO TAB-ORIGEM (W-QTD-MOV)
                ELSE
                   PERFORM MOV-CHEIA THRU MOV-CHEIA-FIM.
       LANCA-MOVIMENTO-FIM.
                EXIT.
      *
       BUSCA-MOVIMENTO.
                IF TAB-MATRICULA (W-IND) NOT = W-PRF-MATRICULA
                   GO TO BUSCA-MOVIMENTO-FIM.
                MOVE "S" TO W-ACHOU-MOV
                IF TAB-ORIGEM (W-IND) = "P"
                   ADD W-HORAS TO TAB-QUANTIDADE (W-IND)
                ELSE
                   ADD 1 TO W-CONT-TROCADAS
                   MOVE W-HORAS TO TAB-QUANTIDADE (W-IND)
                   MOVE "P"     TO TAB-ORIGEM (W-IND).
       BUSCA-MOVIMENTO-FIM.
                EXIT.
      *
      *****************************************
      * REGRAVA O FOLHA.MOV A PARTIR DA TABELA *
      * (QUANTIDADE LIMITADA A 999,99 COMO NO  *
      * P201724)                               *
      *****************************************
       GRAVA-MOVIMENTO.
                OPEN OUTPUT MOVIMENTO
                IF ST-MOV NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO FOLHA.MOV: " ST-MOV
                   MOVE 8 TO RETURN-CODE
                   GO TO GRAVA-MOVIMENTO-FIM.
                PERFORM GRAVA-MOV-LINHA THRU GRAVA-MOV-LINHA-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > W-QTD-MOV
                CLOSE MOVIMENTO.
       GRAVA-MOVIMENTO-FIM.
                EXIT.
      *
       GRAVA-MOV-LINHA.
                IF TAB-ORIGEM (W-IND) = "M"
                   ADD 1 TO W-CONT-MANTIDAS.
                MOVE SPACES TO REGMOV
                MOVE TAB-MATRICULA (W-IND) TO MOV-MATRICULA
                IF TAB-QUANTIDADE (W-IND) > 999,99
                   MOVE 999,99 TO MOV-QUANTIDADE
                ELSE
                   MOVE TAB-QUANTIDADE (W-IND) TO MOV-QUANTIDADE.
                WRITE REGMOV.
       GRAVA-MOV-LINHA-FIM.
                EXIT.
      *
       LISTA-EXCECOES.
                IF W-QTD-EXC = ZEROS
                   GO TO LISTA-EXCECOES-FIM.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB-EXC TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                PERFORM LISTA-EXC-LINHA THRU LISTA-EXC-LINHA-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > W-QTD-EXC.
       LISTA-EXCECOES-FIM.
                EXIT.
      *
       LISTA-EXC-LINHA.
                MOVE TEX-PROF (W-IND)   TO LE-PROF
                MOVE TEX-NOME (W-IND)   TO LE-NOME
                MOVE TEX-AULAS (W-IND)  TO LE-AULAS
                MOVE TEX-MOTIVO (W-IND) TO LE-MOTIVO
                MOVE LINHA-EXC TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       LISTA-EXC-LINHA-FIM.
                EXIT.
      *
       TOTAIS.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-TOT-PROFS TO LT1-QTD
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-TOT-AULAS TO LT2-QTD
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-TOT-HORAS TO LT3-QTD
                MOVE LINHA-TOT3 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-INCLUIDAS TO LT4-QTD
                MOVE LINHA-TOT4 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-TROCADAS TO LT5-QTD
                MOVE LINHA-TOT5 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-MANTIDAS TO LT6-QTD
                MOVE LINHA-TOT6 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-EXC TO LT7-QTD
                MOVE LINHA-TOT7 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM.
       TOTAIS-FIM.
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
