      * IMPRIME OS TOTAIS DE SALARIOBASE POR CENTRO DE   *
      * CUSTO COM SUBTOTAL POR DEPARTAMENTO - A JUNCAO   *
      * QUE A CONTROLADORIA HOJE FAZ NA PLANILHA COM     *
      * TRES EXPORTACOES. O RELATORIO QUEBRA ANTES POR   *
      * UNIDADE DO DEPARTAMENTO (UNIDADE-EPTO; BRANCO =  *
      * 01), COM O NOME DA UNIDADE (P201807) E O TOTAL   *
      * DA UNIDADE.                                      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                03 SIT-REGISTRO-EPTO PIC X(01) VALUE "A".
                   88 SIT-ATIVO-EPTO     VALUE "A".
                   88 SIT-EXCLUIDO-EPTO  VALUE "E".
                03 FILLER        PIC X(03).
                03 UNIDADE-EPTO  PIC 9(02).
                03 FILLER        PIC X(34).
       SD WORK-FILE.
       01 WORK-REC.
                03 WK-UNIDADE     PIC 9(02).
                03 WK-CC          PIC 9(01).
                03 WK-DEPTO       PIC 9(03).
                03 WK-DEPTO-DENOM PIC X(15).
       WORKING-STORAGE SECTION.
       77 ST-CARGO          PIC X(02) VALUE "00".
       77 ST-EPTO           PIC X(02) VALUE "00".
       77 W-UNI-ANT         PIC 9(02) VALUE ZEROS.
       77 W-CC-ANT          PIC 9(01) VALUE ZEROS.
       77 W-DEPTO-ANT       PIC 9(03) VALUE ZEROS.
       77 W-DEPTO-DENOM-ANT PIC X(15) VALUE SPACES.
       77 W-PRIMEIRA        PIC X(01) VALUE "S".
       77 W-TOT-DEPTO       PIC 9(08)V99 VALUE ZEROS.
       77 W-TOT-CC          PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-UNI         PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-GERAL       PIC 9(09)V99 VALUE ZEROS.
       77 W-CONT-SEMDEPTO   PIC 9(05) VALUE ZEROS.
       77 W-CC-ACHOU        PIC X(01) VALUE "N".
       77 W-CC-DENOM        PIC X(30) VALUE SPACES.
       77 W-UNI-OPERADOR    PIC X(08) VALUE SPACES.
       77 W-UNI-AUTORIZADO  PIC X(01) VALUE SPACE.
       77 W-UNI-NOME        PIC X(30) VALUE SPACES.
       01 LINHA-CAB1        PIC X(80)
           VALUE "CUSTO SALARIAL POR CENTRO DE CUSTO".
       01 LINHA-UNI.
                03 FILLER        PIC X(09) VALUE "UNIDADE: ".
                03 LU-UNIDADE    PIC 9(02).
                03 FILLER        PIC X(03) VALUE " - ".
                03 LU-NOME       PIC X(30).
       01 LINHA-CC.
                03 FILLER        PIC X(17) VALUE "CENTRO DE CUSTO: ".
                03 LC-CC         PIC 9(01).
                03 FILLER        PIC X(26)
                    VALUE "TOTAL DO CENTRO DE CUSTO: ".
                03 LT-TOTAL      PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOTUNI.
                03 FILLER        PIC X(26)
                    VALUE "TOTAL DA UNIDADE........: ".
                03 LN-TOTAL      PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOTGER.
                03 FILLER        PIC X(26)
                    VALUE "TOTAL GERAL.............: ".
       PROCEDURE DIVISION.
       INICIO.
           SORT WORK-FILE
                ON ASCENDING KEY WK-UNIDADE WK-CC WK-DEPTO
                INPUT PROCEDURE  IS LE-CADCARGO THRU LE-CADCARGO-FIM
                OUTPUT PROCEDURE IS IMPRIME THRU IMPRIME-FIM
           STOP RUN.
           IF ST-EPTO NOT = "00" OR SIT-EXCLUIDO-EPTO
              ADD 1 TO W-CONT-SEMDEPTO
              GO TO LE-CADCARGO-010.
           IF UNIDADE-EPTO NOT NUMERIC
              MOVE 01 TO UNIDADE-EPTO.
           IF UNIDADE-EPTO = ZEROS
              MOVE 01 TO UNIDADE-EPTO.
           MOVE UNIDADE-EPTO     TO WK-UNIDADE
           MOVE CENTROCUSTO      TO WK-CC
           MOVE CODIGO-EPTO      TO WK-DEPTO
           MOVE DENOMINACAO-EPTO TO WK-DEPTO-DENOM
                 NEXT SENTENCE.
           IF W-PRIMEIRA = "S"
              MOVE "N" TO W-PRIMEIRA
              MOVE WK-UNIDADE TO W-UNI-ANT
              PERFORM IMPRIME-CABUNI THRU IMPRIME-CABUNI-FIM
              MOVE WK-CC TO W-CC-ANT
              PERFORM IMPRIME-CABCC THRU IMPRIME-CABCC-FIM
              MOVE WK-DEPTO TO W-DEPTO-ANT
              MOVE WK-DEPTO-DENOM TO W-DEPTO-DENOM-ANT.
           IF WK-UNIDADE NOT = W-UNI-ANT
              PERFORM IMPRIME-SUBDEPTO THRU IMPRIME-SUBDEPTO-FIM
              PERFORM IMPRIME-TOTCC THRU IMPRIME-TOTCC-FIM
              PERFORM IMPRIME-TOTUNI THRU IMPRIME-TOTUNI-FIM
              MOVE WK-UNIDADE TO W-UNI-ANT
              PERFORM IMPRIME-CABUNI THRU IMPRIME-CABUNI-FIM
              MOVE WK-CC TO W-CC-ANT
              PERFORM IMPRIME-CABCC THRU IMPRIME-CABCC-FIM
              MOVE WK-DEPTO TO W-DEPTO-ANT
              MOVE WK-DEPTO-DENOM TO W-DEPTO-DENOM-ANT
           ELSE
              IF WK-CC NOT = W-CC-ANT
                 PERFORM IMPRIME-SUBDEPTO THRU IMPRIME-SUBDEPTO-FIM
                 PERFORM IMPRIME-TOTCC THRU IMPRIME-TOTCC-FIM
                 MOVE WK-CC TO W-CC-ANT
                 PERFORM IMPRIME-CABCC THRU IMPRIME-CABCC-FIM
                 MOVE WK-DEPTO TO W-DEPTO-ANT
                 MOVE WK-DEPTO-DENOM TO W-DEPTO-DENOM-ANT
              ELSE
                 IF WK-DEPTO NOT = W-DEPTO-ANT
                    PERFORM IMPRIME-SUBDEPTO THRU IMPRIME-SUBDEPTO-FIM
                    MOVE WK-DEPTO TO W-DEPTO-ANT
                    MOVE WK-DEPTO-DENOM TO W-DEPTO-DENOM-ANT.
           ADD WK-SALARIO TO W-TOT-DEPTO W-TOT-CC W-TOT-UNI
                             W-TOT-GERAL
           GO TO IMPRIME-010.
       IMPRIME-020.
           IF W-PRIMEIRA = "N"
              PERFORM IMPRIME-SUBDEPTO THRU IMPRIME-SUBDEPTO-FIM
              PERFORM IMPRIME-TOTCC THRU IMPRIME-TOTCC-FIM
              PERFORM IMPRIME-TOTUNI THRU IMPRIME-TOTUNI-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-GERAL TO LG-TOTAL
           CLOSE RELATORIO.
       IMPRIME-FIM.
           EXIT.
      *
       IMPRIME-CABUNI.
           MOVE ZEROS TO W-TOT-UNI
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-UNI-ANT TO LU-UNIDADE
           CALL "P201807" USING W-UNI-OPERADOR W-UNI-ANT
                       W-UNI-AUTORIZADO W-UNI-NOME
           MOVE W-UNI-NOME TO LU-NOME
           WRITE LINHA-REL FROM LINHA-UNI.
       IMPRIME-CABUNI-FIM.
           EXIT.
      *
       IMPRIME-CABCC.
           MOVE ZEROS TO W-TOT-CC W-TOT-DEPTO
           WRITE LINHA-REL FROM LINHA-TOTCC.
       IMPRIME-TOTCC-FIM.
           EXIT.
      *
       IMPRIME-TOTUNI.
           MOVE W-TOT-UNI TO LN-TOTAL
           WRITE LINHA-REL FROM LINHA-TOTUNI.
       IMPRIME-TOTUNI-FIM.
           EXIT.
