       AUTHOR. MATEUS.
      **************************************
      * RELATORIO DE TURMA (SITUACAO FINAL) *
      * COM QUEBRA POR UNIDADE DA TURMA     *
      * (CADTURMA) E TOTAL DA UNIDADE       *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES.
       SELECT CADTURMA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS CHAVE-TURMA
                    FILE STATUS  IS ST-TURMA.
       SELECT WORK-FILE ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTA.DAT".
           COPY NOTAREC.
       FD CADTURMA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTURMA.DAT".
           COPY TURMAREC.
       SD WORK-FILE.
       01 WORK-REC.
                03 WK-UNIDADE     PIC 9(02).
                03 WK-SITUACAO    PIC X(20).
                03 WK-RM          PIC 9(05).
                03 WK-NOME        PIC X(35).
           "RELATORIO DE TURMA - SITUACAO FINAL".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201614".
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 ST-TURMA          PIC X(02) VALUE "00".
       77 W-TUR-ABERTO      PIC X(01) VALUE "N".
       77 W-TUN-TURMA       PIC X(05) VALUE SPACES.
       77 W-TUN-ANO         PIC 9(04) VALUE ZEROS.
       77 W-TUN-UNIDADE     PIC 9(02) VALUE 01.
       77 W-UNI-ANTERIOR    PIC 9(02) VALUE ZEROS.
       77 W-CONT-UNIDADE    PIC 9(05) VALUE ZEROS.
       77 W-UNI-OPERADOR    PIC X(08) VALUE SPACES.
       77 W-UNI-AUTORIZADO  PIC X(01) VALUE SPACE.
       77 W-UNI-NOME        PIC X(30) VALUE SPACES.
       77 W-FIM-CADNOTA     PIC X(01) VALUE "N".
           88 FIM-CADNOTA           VALUE "S".
       77 W-FIM-WORK        PIC X(01) VALUE "N".
                03 LD-MEDIA    PIC Z9,99.
                03 FILLER      PIC X(03) VALUE SPACES.
                03 LD-SIT      PIC X(20).
       01 LINHA-UNIDADE.
                03 FILLER      PIC X(09) VALUE "UNIDADE: ".
                03 LU-UNIDADE  PIC 9(02).
                03 FILLER      PIC X(03) VALUE " - ".
                03 LU-NOME     PIC X(30).
       01 LINHA-TOTUNI.
                03 FILLER      PIC X(25)
                    VALUE "TOTAL DA UNIDADE.....: ".
                03 LN-CONT     PIC ZZZZ9.
       01 LINHA-TOTGRUPO.
                03 FILLER      PIC X(19)
                    VALUE "TOTAL DA SITUACAO: ".
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
           SORT WORK-FILE
                ON ASCENDING KEY WK-UNIDADE WK-SITUACAO WK-RM
                INPUT PROCEDURE  IS LE-CADNOTA THRU LE-CADNOTA-FIM
                OUTPUT PROCEDURE IS IMPRIME THRU IMPRIME-FIM
                MOVE "F" TO W-RC-EVENTO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNOTA: " ST-ERRO
              GO TO LE-CADNOTA-FIM.
           OPEN INPUT CADTURMA
           IF ST-TURMA = "00"
              MOVE "S" TO W-TUR-ABERTO.
       LE-CADNOTA-010.
           READ CADNOTA NEXT RECORD
              AT END
                    PERFORM CALC-MEDIA-REC THRU CALC-MEDIA-REC-FIM
                    PERFORM CALC-SITUACAO THRU CALC-SITUACAO-FIM
                 END-IF
                 PERFORM BUSCA-UNIDADE THRU BUSCA-UNIDADE-FIM
                 MOVE W-TUN-UNIDADE TO WK-UNIDADE
                 MOVE SITUACAOFINAL TO WK-SITUACAO
                 MOVE RM            TO WK-RM
                 MOVE NOME          TO WK-NOME
                 RELEASE WORK-REC
                 GO TO LE-CADNOTA-010.
       LE-CADNOTA-FIM.
           CLOSE CADNOTA
           IF W-TUR-ABERTO = "S"
              CLOSE CADTURMA.
      *
      *****************************************
      * IMPRESSAO DO RELATORIO JA ORDENADO     *
                 GO TO IMPRIME-020
              NOT AT END
                 NEXT SENTENCE.
           IF WK-UNIDADE NOT = W-UNI-ANTERIOR
              PERFORM QUEBRA-UNIDADE THRU QUEBRA-UNIDADE-FIM.
           IF WK-SITUACAO NOT = W-SIT-ANTERIOR
              IF W-SIT-ANTERIOR NOT = SPACES
                 PERFORM IMPRIME-TOTAL-GRUPO.
           MOVE LINHA-DET TO LINHA-REL
           PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           ADD 1 TO W-CONT-GRUPO
           ADD 1 TO W-CONT-UNIDADE
           ADD 1 TO W-CONT-GERAL
           GO TO IMPRIME-010.
       IMPRIME-020.
           IF W-SIT-ANTERIOR NOT = SPACES
              PERFORM IMPRIME-TOTAL-GRUPO.
           IF W-UNI-ANTERIOR NOT = ZEROS
              PERFORM IMPRIME-TOTAL-UNIDADE
                 THRU IMPRIME-TOTAL-UNIDADE-FIM.
           MOVE SPACES TO LINHA-REL
           PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           MOVE W-CONT-GERAL TO LG-CONT
           PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
           MOVE SPACES TO LINHA-REL
           PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
      *
      *****************************************
      * QUEBRA POR UNIDADE DA TURMA: FECHA A   *
      * SITUACAO E A UNIDADE ANTERIORES E ABRE *
      * A NOVA COM O NOME (P201807)            *
      *****************************************
       QUEBRA-UNIDADE.
           IF W-UNI-ANTERIOR NOT = ZEROS
              IF W-SIT-ANTERIOR NOT = SPACES
                 PERFORM IMPRIME-TOTAL-GRUPO
                 PERFORM IMPRIME-TOTAL-UNIDADE
                    THRU IMPRIME-TOTAL-UNIDADE-FIM
              ELSE
                 PERFORM IMPRIME-TOTAL-UNIDADE
                    THRU IMPRIME-TOTAL-UNIDADE-FIM.
           MOVE SPACES TO W-SIT-ANTERIOR
           MOVE ZEROS TO W-CONT-UNIDADE
           MOVE WK-UNIDADE TO W-UNI-ANTERIOR LU-UNIDADE
           CALL "P201807" USING W-UNI-OPERADOR W-UNI-ANTERIOR
                       W-UNI-AUTORIZADO W-UNI-NOME
           MOVE W-UNI-NOME TO LU-NOME
           MOVE LINHA-UNIDADE TO LINHA-REL
           PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           MOVE SPACES TO LINHA-REL
           PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       QUEBRA-UNIDADE-FIM.
           EXIT.
      *
       IMPRIME-TOTAL-UNIDADE.
           MOVE W-CONT-UNIDADE TO LN-CONT
           MOVE LINHA-TOTUNI TO LINHA-REL
           PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
           MOVE SPACES TO LINHA-REL
           PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-TOTAL-UNIDADE-FIM.
           EXIT.
      *
       COPY SITUACLC.
      *
       BUSCA-AULAS-FIM.
                EXIT.
      *
      *****************************************
      * UNIDADE DA TURMA DO ALUNO (CADTURMA,   *
      * COM CACHE DA ULTIMA TURMA); SEM O      *
      * CADASTRO OU COM O CAMPO EM BRANCO, 01  *
      *****************************************
       BUSCA-UNIDADE.
                IF TURMA = W-TUN-TURMA AND ANOLETIVO = W-TUN-ANO
                   GO TO BUSCA-UNIDADE-FIM.
                MOVE TURMA     TO W-TUN-TURMA TUR-TURMA
                MOVE ANOLETIVO TO W-TUN-ANO TUR-ANOLETIVO
                MOVE 01 TO W-TUN-UNIDADE
                IF W-TUR-ABERTO NOT = "S"
                   GO TO BUSCA-UNIDADE-FIM.
                READ CADTURMA
                IF ST-TURMA NOT = "00"
                   GO TO BUSCA-UNIDADE-FIM.
                IF TUR-UNIDADE NUMERIC AND TUR-UNIDADE NOT = ZEROS
                   MOVE TUR-UNIDADE TO W-TUN-UNIDADE.
       BUSCA-UNIDADE-FIM.
                EXIT.
      *
      ***********************
      * ROTINA DE IMPRESSAO *
      ***********************
