      * AGRUPADO POR DEPARTAMENTO (NOME VIA P201632) COM *
      * SUBTOTAL E TOTAL GERAL. RESPONDE "QUANTO PAGAMOS *
      * AO JOAO EM MARCO?" SEM GARIMPAR PAPEL. SAI PELO  *
      * MODULO COMUM P201675. AS RUBRICAS APLICADAS NO   *
      * ANO (FOLHARUB.DAT, GRAVADO PELO P201777) SAEM EM *
      * DUAS COLUNAS POR FUNCIONARIO - PROVENTOS E       *
      * DESCONTOS DE RUBRICAS, JA CONTIDOS NO BRUTO E NO *
      * LIQUIDO - E NUM RESUMO FINAL POR RUBRICA         *
      * (DESCRICAO DO CADRUBRICA.DAT). OS PROVENTOS DO   *
      * ADIANTAMENTO SOMAM NO BRUTO, POIS O BRUTO DO "A" *
      * NAO ENTRA.                                       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FOLHAHIST
                    FILE STATUS  IS ST-ERRO.
       SELECT FOLHARUB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FOLHARUB
                    FILE STATUS  IS ST-FRB.
       SELECT CADRUBRICA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUB-CODIGO
                    FILE STATUS  IS ST-RUB.
       SELECT WORK-FILE ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAHIST.DAT".
           COPY FOLHAHISTREC.
       FD FOLHARUB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHARUB.DAT".
           COPY FOLHARUBREC.
       FD CADRUBRICA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUBRICA.DAT".
           COPY RUBRICAREC.
       SD WORK-FILE.
       01 WORK-REC.
                03 WK-DEPTO       PIC 9(03).
                03 WK-INSS        PIC 9(08)V99.
                03 WK-IRRF        PIC 9(08)V99.
                03 WK-LIQUIDO     PIC 9(08)V99.
                03 WK-PROV-RUB    PIC 9(08)V99.
                03 WK-DESC-RUB    PIC 9(08)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
           "ACUMULADO DO ANO DA FOLHA".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201717".
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 ST-FRB            PIC X(02) VALUE "00".
       77 ST-RUB            PIC X(02) VALUE "00".
       77 W-IND-RUB         PIC 9(03) VALUE ZEROS.
       77 W-TEM-RUB         PIC X(01) VALUE "N".
       77 W-RUB-ABERTO      PIC X(01) VALUE "N".
       77 W-PARM-ANO        PIC 9(04) VALUE ZEROS.
       77 W-CONT-LIDAS      PIC 9(07) VALUE ZEROS.
       77 W-DEPTO-ANT       PIC 9(03) VALUE ZEROS.
       77 W-DEP-LIQUIDO     PIC 9(09)V99 VALUE ZEROS.
       77 W-GER-BRUTO       PIC 9(10)V99 VALUE ZEROS.
       77 W-GER-LIQUIDO     PIC 9(10)V99 VALUE ZEROS.
       77 W-MAT-PROV-RUB    PIC 9(09)V99 VALUE ZEROS.
       77 W-MAT-DESC-RUB    PIC 9(09)V99 VALUE ZEROS.
      *
      * TOTAL DO ANO POR RUBRICA, INDEXADO PELO CODIGO
      *
       01 TABELA-RUBRICAS.
                03 TR-ITEM OCCURS 999 TIMES.
                   05 TR-NATUREZA   PIC X(01).
                   05 TR-VALOR      PIC 9(10)V99.
       01 LINHA-DEPTO.
                03 FILLER        PIC X(15) VALUE "DEPARTAMENTO: ".
                03 LP-DEPTO      PIC ZZ9.
                03 LP-DENOM      PIC X(15).
       01 LINHA-CAB2        PIC X(132)
           VALUE "MATRIC      BRUTO ANO       INSS ANO       IRRF ANO
      -    "   LIQUIDO ANO PROV.RUBRICAS DESC.RUBRICAS".
       01 LINHA-DET.
                03 LD-MATRICULA  PIC ZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-IRRF       PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-LIQUIDO    PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-PROV-RUB   PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-DESC-RUB   PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-SUBTOT.
                03 FILLER        PIC X(25)
                    VALUE "TOTAL DO DEPARTAMENTO..: ".
                03 FILLER        PIC X(11)
                    VALUE "  LIQUIDO: ".
                03 LG-LIQUIDO    PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 LINHA-CABRUB.
                03 FILLER        PIC X(40)
                    VALUE "RESUMO DO ANO POR RUBRICA".
       01 LINHA-RUB.
                03 LR-RUBRICA    PIC 9(03).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LR-DESCRICAO  PIC X(25).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LR-NATUREZA   PIC X(09).
                03 LR-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                   DISPLAY "PARAMETRO DE ANO INVALIDO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
           MOVE ZEROS TO TABELA-RUBRICAS
           SORT WORK-FILE
                ON ASCENDING KEY WK-DEPTO WK-MATRICULA
                INPUT PROCEDURE  IS LE-HIST THRU LE-HIST-FIM
              MOVE FH-INSS      TO WK-INSS
              MOVE FH-IRRF      TO WK-IRRF.
           MOVE FH-LIQUIDO   TO WK-LIQUIDO
           MOVE ZEROS        TO WK-PROV-RUB WK-DESC-RUB
           RELEASE WORK-REC
           ADD 1 TO W-CONT-LIDAS
           GO TO LE-HIST-010.
       LE-HIST-020.
           CLOSE FOLHAHIST.
      *
      * RUBRICAS DO ANO: ENTRAM COMO LINHAS SO DE RUBRICA, SOMANDO NA
      * MATRICULA E NO RESUMO POR RUBRICA
      *
           OPEN INPUT FOLHARUB
           IF ST-FRB NOT = "00"
              GO TO LE-HIST-FIM.
       LE-HIST-030.
           READ FOLHARUB NEXT RECORD
              AT END
                 GO TO LE-HIST-040
              NOT AT END
                 NEXT SENTENCE.
           MOVE FRB-ANOMES TO W-ANOMES-R
           IF W-AM-ANO NOT = W-PARM-ANO
              GO TO LE-HIST-030.
           IF FRB-RUBRICA = ZEROS
              GO TO LE-HIST-030.
           MOVE FRB-DEPTO     TO WK-DEPTO
           MOVE FRB-MATRICULA TO WK-MATRICULA
           MOVE FRB-TIPO      TO WK-TIPO
           MOVE ZEROS TO WK-BRUTO WK-INSS WK-IRRF WK-LIQUIDO
                         WK-PROV-RUB WK-DESC-RUB
           IF FRB-PROVENTO
              MOVE FRB-VALOR TO WK-PROV-RUB
              IF FRB-TIPO = "A"
                 MOVE FRB-VALOR TO WK-BRUTO
              ELSE
                 NEXT SENTENCE
           ELSE
              MOVE FRB-VALOR TO WK-DESC-RUB.
           MOVE FRB-NATUREZA TO TR-NATUREZA (FRB-RUBRICA)
           ADD FRB-VALOR     TO TR-VALOR (FRB-RUBRICA)
           MOVE "S" TO W-TEM-RUB
           RELEASE WORK-REC
           GO TO LE-HIST-030.
       LE-HIST-040.
           CLOSE FOLHARUB.
       LE-HIST-FIM.
           EXIT.
      *
           ADD WK-INSS    TO W-MAT-INSS
           ADD WK-IRRF    TO W-MAT-IRRF
           ADD WK-LIQUIDO TO W-MAT-LIQUIDO
           ADD WK-PROV-RUB TO W-MAT-PROV-RUB
           ADD WK-DESC-RUB TO W-MAT-DESC-RUB
           GO TO IMPRIME-010.
       IMPRIME-020.
           IF W-PRIMEIRA = "N"
              MOVE W-GER-LIQUIDO TO LG-LIQUIDO
              MOVE LINHA-TOTGER TO LINHA-REL
              PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM.
           IF W-TEM-RUB = "S"
              PERFORM RESUMO-RUBRICAS THRU RESUMO-RUBRICAS-FIM.
       IMPRIME-FIM.
           MOVE "F" TO W-RW-FUNCAO
           CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
           MOVE W-MAT-INSS    TO LD-INSS
           MOVE W-MAT-IRRF    TO LD-IRRF
           MOVE W-MAT-LIQUIDO TO LD-LIQUIDO
           MOVE W-MAT-PROV-RUB TO LD-PROV-RUB
           MOVE W-MAT-DESC-RUB TO LD-DESC-RUB
           MOVE LINHA-DET TO LINHA-REL
           PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           ADD W-MAT-BRUTO   TO W-DEP-BRUTO W-GER-BRUTO
           ADD W-MAT-LIQUIDO TO W-DEP-LIQUIDO W-GER-LIQUIDO
           MOVE ZEROS TO W-MAT-BRUTO W-MAT-INSS W-MAT-IRRF
                         W-MAT-LIQUIDO W-MAT-PROV-RUB W-MAT-DESC-RUB.
       LINHA-MATRICULA-FIM.
           EXIT.
      *
       SUBTOT-DEPTO-FIM.
           EXIT.
      *
      *****************************************
      * RESUMO DO ANO POR RUBRICA, EM ORDEM    *
      * DE CODIGO                              *
      *****************************************
       RESUMO-RUBRICAS.
           MOVE SPACES TO LINHA-REL
           PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           MOVE LINHA-CABRUB TO LINHA-REL
           PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           MOVE "N" TO W-RUB-ABERTO
           OPEN INPUT CADRUBRICA
           IF ST-RUB = "00"
              MOVE "S" TO W-RUB-ABERTO.
           PERFORM IMPRIME-RUBRICA THRU IMPRIME-RUBRICA-FIM
             VARYING W-IND-RUB FROM 1 BY 1 UNTIL W-IND-RUB > 999
           IF W-RUB-ABERTO = "S"
              CLOSE CADRUBRICA.
       RESUMO-RUBRICAS-FIM.
           EXIT.
      *
       IMPRIME-RUBRICA.
           IF TR-VALOR (W-IND-RUB) = ZEROS
              GO TO IMPRIME-RUBRICA-FIM.
           MOVE W-IND-RUB TO LR-RUBRICA
           MOVE "*** SEM CADASTRO ***" TO LR-DESCRICAO
           IF W-RUB-ABERTO = "S"
              MOVE W-IND-RUB TO RUB-CODIGO
              READ CADRUBRICA
              IF ST-RUB = "00"
                 MOVE RUB-DESCRICAO TO LR-DESCRICAO.
           IF TR-NATUREZA (W-IND-RUB) = "P"
              MOVE "PROVENTO" TO LR-NATUREZA
           ELSE
              MOVE "DESCONTO" TO LR-NATUREZA.
           MOVE TR-VALOR (W-IND-RUB) TO LR-VALOR
           MOVE LINHA-RUB TO LINHA-REL
           PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-RUBRICA-FIM.
           EXIT.
      *
      ***********************
      * ROTINA DE IMPRESSAO *
      ***********************
