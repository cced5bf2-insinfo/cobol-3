       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201819.
       AUTHOR. LEANDRO.
      **************************************************
      * FOLHA DE CONTAGEM DO INVENTARIO FISICO - LISTA   *
      * OS BENS ATIVOS DO CADPATRI POR SALA E PLAQUETA,  *
      * COM DEPARTAMENTO E RESPONSAVEL, E UMA COLUNA     *
      * PARA MARCAR O ITEM ACHADO. AO FIM DE CADA SALA   *
      * SAEM LINHAS EM BRANCO PARA ANOTAR OS BENS        *
      * ENCONTRADOS QUE NAO CONSTAM DA FOLHA. CARTAO      *
      * SYSIN: SALA (EM BRANCO = TODAS). AS PLAQUETAS    *
      * CONTADAS SAO DIGITADAS NO ARQUIVO CONTAGEM E     *
      * CONFRONTADAS PELO P201820. SAI PELO MODULO       *
      * COMUM P201675.                                   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPATRI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PAT-PLAQUETA
                    FILE STATUS  IS ST-PATRI.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FUN-MATRICULA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS FUN-NOME
                               WITH DUPLICATES.
       SELECT WORK-FILE ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPATRI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPATRI.DAT".
           COPY PATRIREC.
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
           COPY FUNCREC.
       SD WORK-FILE.
       01 WORK-REC.
                03 WK-SALA        PIC X(05).
                03 WK-PLAQUETA    PIC 9(06).
                03 WK-DESCRICAO   PIC X(40).
                03 WK-DEPTO       PIC 9(03).
                03 WK-RESPONSAVEL PIC 9(05).
                03 WK-NOME        PIC X(30).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "INVENTARIO - FOLHA DE CONTAGEM".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201819".
       77 ST-PATRI          PIC X(02) VALUE "00".
       77 ST-FUNC           PIC X(02) VALUE "00".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201819".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 W-PARM-SALA       PIC X(05) VALUE SPACES.
       77 W-SEM-FUNC        PIC X(01) VALUE "N".
       77 W-PRIMEIRA        PIC X(01) VALUE "S".
       77 W-SALA-ANT        PIC X(05) VALUE SPACES.
       77 W-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-CONT-SALA       PIC 9(05) VALUE ZEROS.
       77 W-CONT-SALAS      PIC 9(05) VALUE ZEROS.
       77 W-BRANCOS         PIC 9(02) COMP VALUE ZEROS.
       77 W-LINHAS-BRANCO   PIC 9(02) COMP VALUE 5.
       01 LINHA-PARM.
                03 FILLER        PIC X(07) VALUE "SALA: ".
                03 LP-SALA       PIC X(05).
       01 LINHA-SALA.
                03 FILLER        PIC X(07) VALUE "SALA: ".
                03 LS-SALA       PIC X(05).
                03 FILLER        PIC X(30) VALUE
                   "   CONTADO POR: ______________".
                03 FILLER        PIC X(30) VALUE
                   "________  DATA: ___/___/______".
       01 LINHA-CAB1.
                03 FILLER        PIC X(49) VALUE
                   "PLAQUETA  DESCRICAO".
                03 FILLER        PIC X(45) VALUE
                   "DEP RESPONSAVEL".
                03 FILLER        PIC X(38) VALUE
                   "ACHADO  OBSERVACAO".
       01 LINHA-DET.
                03 LD-PLAQUETA   PIC 9(06).
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LD-DESCRICAO  PIC X(38).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-DEPTO      PIC 9(03).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-RESPONSAVEL PIC 9(05).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-NOME       PIC X(30).
                03 FILLER        PIC X(05) VALUE SPACES.
                03 FILLER        PIC X(08) VALUE "[   ]   ".
                03 FILLER        PIC X(30) VALUE ALL "_".
       01 LINHA-BRANCO.
                03 FILLER        PIC X(10) VALUE "______    ".
                03 FILLER        PIC X(38) VALUE ALL "_".
                03 FILLER        PIC X(46) VALUE
                   " (BEM ACHADO E NAO LISTADO)".
                03 FILLER        PIC X(08) VALUE SPACES.
                03 FILLER        PIC X(30) VALUE ALL "_".
       01 LINHA-TOT-SALA.
                03 FILLER        PIC X(22) VALUE
                   "BENS LISTADOS NA SALA:".
                03 LTS-QTDE      PIC ZZZZ9.
       01 LINHA-TOT.
                03 FILLER        PIC X(08) VALUE "SALAS: ".
                03 LT-SALAS      PIC ZZZZ9.
                03 FILLER        PIC X(10) VALUE "   BENS: ".
                03 LT-QTDE       PIC ZZZZZZ9.
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
                IF W-PARM-SALA = SPACES
                   MOVE "TODAS" TO LP-SALA
                ELSE
                   MOVE W-PARM-SALA TO LP-SALA.
                MOVE LINHA-PARM TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           SORT WORK-FILE
                ON ASCENDING KEY WK-SALA WK-PLAQUETA
                INPUT PROCEDURE  IS LE-PATRI THRU LE-PATRI-FIM
                OUTPUT PROCEDURE IS LISTA THRU LISTA-FIM.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-SALAS TO LT-SALAS
                MOVE W-CONT-LIDOS TO LT-QTDE
                MOVE LINHA-TOT TO LINHA-REL
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
                ACCEPT W-PARM-SALA.
       ACEITA-PARM-FIM.
                EXIT.
      *
      *****************************************
      * SO BENS ATIVOS; O NOME DO RESPONSAVEL  *
      * VEM DO CADFUNC QUANDO DISPONIVEL       *
      *****************************************
       LE-PATRI.
                OPEN INPUT CADPATRI
                IF ST-PATRI NOT = "00"
                   DISPLAY "SEM ARQUIVO CADPATRI: " ST-PATRI
                   GO TO LE-PATRI-FIM.
                OPEN INPUT CADFUNC
                IF ST-FUNC NOT = "00"
                   DISPLAY "SEM ARQUIVO CADFUNC: " ST-FUNC
                   MOVE "S" TO W-SEM-FUNC.
       LE-PATRI1.
                READ CADPATRI NEXT RECORD
                   AT END
                      GO TO LE-PATRI9
                   NOT AT END
                      NEXT SENTENCE.
                IF NOT PAT-ATIVO
                   GO TO LE-PATRI1.
                IF W-PARM-SALA NOT = SPACES
                   IF PAT-SALA NOT = W-PARM-SALA
                      GO TO LE-PATRI1.
                ADD 1 TO W-CONT-LIDOS
                MOVE SPACES TO WK-NOME
                IF W-SEM-FUNC = "N"
                   MOVE PAT-RESPONSAVEL TO FUN-MATRICULA
                   READ CADFUNC
                   IF ST-FUNC = "00"
                      MOVE FUN-NOME TO WK-NOME.
                MOVE PAT-SALA        TO WK-SALA
                MOVE PAT-PLAQUETA    TO WK-PLAQUETA
                MOVE PAT-DESCRICAO   TO WK-DESCRICAO
                MOVE PAT-DEPTO       TO WK-DEPTO
                MOVE PAT-RESPONSAVEL TO WK-RESPONSAVEL
                RELEASE WORK-REC
                GO TO LE-PATRI1.
       LE-PATRI9.
                CLOSE CADPATRI
                IF W-SEM-FUNC = "N"
                   CLOSE CADFUNC.
       LE-PATRI-FIM.
                EXIT.
      *
      *****************************************
      * QUEBRA POR SALA                        *
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
                   MOVE WK-SALA TO W-SALA-ANT
                   PERFORM CABECALHO-SALA THRU CABECALHO-SALA-FIM.
                IF WK-SALA NOT = W-SALA-ANT
                   PERFORM FECHA-SALA THRU FECHA-SALA-FIM
                   MOVE WK-SALA TO W-SALA-ANT
                   PERFORM CABECALHO-SALA THRU CABECALHO-SALA-FIM.
                MOVE WK-PLAQUETA    TO LD-PLAQUETA
                MOVE WK-DESCRICAO   TO LD-DESCRICAO
                MOVE WK-DEPTO       TO LD-DEPTO
                MOVE WK-RESPONSAVEL TO LD-RESPONSAVEL
                MOVE WK-NOME        TO LD-NOME
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                ADD 1 TO W-CONT-SALA
                GO TO LISTA1.
       LISTA9.
                IF W-PRIMEIRA = "N"
                   PERFORM FECHA-SALA THRU FECHA-SALA-FIM.
       LISTA-FIM.
                EXIT.
      *
       CABECALHO-SALA.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-SALA-ANT TO LS-SALA
                MOVE LINHA-SALA TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE ZEROS TO W-CONT-SALA
                ADD 1 TO W-CONT-SALAS.
       CABECALHO-SALA-FIM.
                EXIT.
      *
      *****************************************
      * LINHAS EM BRANCO PARA OS BENS ACHADOS  *
      * NA SALA E FORA DA FOLHA                *
      *****************************************
       FECHA-SALA.
                MOVE ZEROS TO W-BRANCOS.
       FECHA-SALA1.
                IF W-BRANCOS NOT < W-LINHAS-BRANCO
                   GO TO FECHA-SALA2.
                MOVE LINHA-BRANCO TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                ADD 1 TO W-BRANCOS
                GO TO FECHA-SALA1.
       FECHA-SALA2.
                MOVE W-CONT-SALA TO LTS-QTDE
                MOVE LINHA-TOT-SALA TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       FECHA-SALA-FIM.
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
