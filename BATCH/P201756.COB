       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201756.
       AUTHOR. LEANDRO.
      **************************************************
      * PROJECAO DE VAGAS DA REMATRICULA. LE DO CARTAO   *
      * (SYSIN) O ANO LETIVO DE DESTINO E A DATA DE      *
      * REFERENCIA (AAAAMMDD, ZEROS = HOJE). TOTALIZA O  *
      * CADREMAT POR TURMA PREVISTA: CONFIRMADAS,        *
      * PENDENTES DENTRO DO PRAZO, PENDENTES COM PRAZO   *
      * VENCIDO E DECLINADAS. A LOTACAO PROJETADA E      *
      * CONFIRMADAS + PENDENTES NO PRAZO; CONTRA A       *
      * CAPACIDADE DA TURMA NO ANO DE DESTINO (CADTURMA  *
      * VIA P201654) SAEM AS VAGAS LIVRES, O EXCESSO E,  *
      * COM A FILA AGUARDANDO NO CADESPERA, QUANTOS DA   *
      * LISTA DE ESPERA JA PODEM SER CHAMADOS. SAI PELO  *
      * MODULO COMUM P201675.                            *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADREMAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-REMAT
                    FILE STATUS  IS ST-REMAT.
       SELECT CADESPERA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-ESPERA
                    FILE STATUS  IS ST-ESPERA.
       SELECT WORK-FILE ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADREMAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREMAT.DAT".
           COPY REMATREC.
       FD CADESPERA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPERA.DAT".
           COPY ESPERAREC.
       SD WORK-FILE.
       01 WORK-REC.
                03 WK-TURMA       PIC X(05).
                03 WK-SIT         PIC X(01).
                   88 WK-CONFIRMADA   VALUE "C".
                   88 WK-PENDENTE     VALUE "P".
                   88 WK-VENCIDA      VALUE "V".
                   88 WK-DECLINADA    VALUE "D".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "REMATRICULA - PROJECAO DE VAGAS".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201756".
       77 ST-REMAT          PIC X(02) VALUE "00".
       77 ST-ESPERA         PIC X(02) VALUE "00".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201756".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 W-PARM-ANO        PIC 9(04) VALUE ZEROS.
       77 W-PARM-DATA       PIC 9(08) VALUE ZEROS.
       77 W-ESPERA-ABERTO   PIC X(01) VALUE "N".
       77 W-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-PRIMEIRA        PIC X(01) VALUE "S".
       77 W-TURMA-ANT       PIC X(05) VALUE SPACES.
       77 W-TUR-ACHOU       PIC X(01) VALUE "N".
       77 W-TUR-MAX         PIC 9(03) VALUE ZEROS.
       77 W-TUR-QTD         PIC 9(03) VALUE ZEROS.
       77 W-PROJETADOS      PIC 9(05) VALUE ZEROS.
       77 W-VAGAS           PIC 9(05) VALUE ZEROS.
       77 W-EXCESSO         PIC 9(05) VALUE ZEROS.
       77 W-FILA            PIC 9(05) VALUE ZEROS.
       77 W-CHAMAR          PIC 9(05) VALUE ZEROS.
       77 W-IND-NIVEL       PIC 9(01) COMP VALUE ZEROS.
      *
      * CONTADORES POR NIVEL: 1 = TURMA, 2 = GERAL
      *
       01 TABELA-CONTADORES.
                03 CNT-NIVEL OCCURS 2 TIMES.
                   05 CNT-CONFIRMADAS PIC 9(05).
                   05 CNT-PENDENTES   PIC 9(05).
                   05 CNT-VENCIDAS    PIC 9(05).
                   05 CNT-DECLINADAS  PIC 9(05).
                   05 CNT-MAXIMO      PIC 9(05).
                   05 CNT-VAGAS       PIC 9(05).
                   05 CNT-EXCESSO     PIC 9(05).
                   05 CNT-FILA        PIC 9(05).
                   05 CNT-CHAMAR      PIC 9(05).
       01 W-HOJE.
                03 W-ANO-ATUAL     PIC 9(04).
                03 W-MES-ATUAL     PIC 9(02).
                03 W-DIA-ATUAL     PIC 9(02).
       01 W-HOJE-NUM REDEFINES W-HOJE PIC 9(08).
       01 LINHA-PARM.
                03 FILLER        PIC X(24)
                    VALUE "ANO LETIVO DE DESTINO: ".
                03 LP-ANO        PIC 9(04).
                03 FILLER        PIC X(24)
                    VALUE "   PRAZOS VENCIDOS ATE: ".
                03 LP-DATA       PIC 9(08).
       01 LINHA-CAB1.
                03 FILLER        PIC X(41) VALUE
                   "TURMA  MAXIMO  CONFIRM  PENDENT   VENCIDA".
                03 FILLER        PIC X(21) VALUE
                   "   DECLIN.  PROJETADA".
                03 FILLER        PIC X(30) VALUE
                   "  VAGAS  EXCESSO  FILA  CHAMAR".
                03 FILLER        PIC X(11) VALUE " OBSERVACAO".
       01 LINHA-DET.
                03 LD-TURMA      PIC X(05).
                03 FILLER        PIC X(03) VALUE SPACES.
                03 LD-MAXIMO     PIC ZZZZ9.
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LD-CONFIRM    PIC ZZZZ9.
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LD-PENDENTES  PIC ZZZZ9.
                03 FILLER        PIC X(05) VALUE SPACES.
                03 LD-VENCIDAS   PIC ZZZZ9.
                03 FILLER        PIC X(05) VALUE SPACES.
                03 LD-DECLINADAS PIC ZZZZ9.
                03 FILLER        PIC X(06) VALUE SPACES.
                03 LD-PROJETADOS PIC ZZZZ9.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-VAGAS      PIC ZZZZ9.
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LD-EXCESSO    PIC ZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-FILA       PIC ZZZZ9.
                03 FILLER        PIC X(03) VALUE SPACES.
                03 LD-CHAMAR     PIC ZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-OBS        PIC X(25).
       01 LINHA-TOT1.
                03 FILLER        PIC X(30)
                    VALUE "REMATRICULAS NO ANO.........: ".
                03 LT1-QTD       PIC ZZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                PERFORM ACEITA-PARM THRU ACEITA-PARM-FIM
                MOVE ZEROS TO TABELA-CONTADORES
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE W-PARM-ANO  TO LP-ANO
                MOVE W-PARM-DATA TO LP-DATA
                MOVE LINHA-PARM TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           SORT WORK-FILE
                ON ASCENDING KEY WK-TURMA
                INPUT PROCEDURE  IS SELECIONA THRU SELECIONA-FIM
                OUTPUT PROCEDURE IS LISTA THRU LISTA-FIM.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE "TOTAL" TO LD-TURMA
                MOVE 2 TO W-IND-NIVEL
                PERFORM MONTA-LINHA THRU MONTA-LINHA-FIM
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-LIDOS TO LT1-QTD
                MOVE LINHA-TOT1 TO LINHA-REL
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
                IF W-PARM-ANO = ZEROS
                   DISPLAY "ANO LETIVO INVALIDO NO CARTAO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                ACCEPT W-PARM-DATA
                IF W-PARM-DATA = ZEROS
                   ACCEPT W-HOJE FROM DATE YYYYMMDD
                   MOVE W-HOJE-NUM TO W-PARM-DATA.
       ACEITA-PARM-FIM.
                EXIT.
      *
      *****************************************
      * SOLTA PARA O SORT A TURMA PREVISTA E A *
      * SITUACAO DE CADA REMATRICULA DO ANO;   *
      * PENDENTE COM PRAZO VENCIDO VIRA "V"    *
      *****************************************
       SELECIONA.
                OPEN INPUT CADREMAT
                IF ST-REMAT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADREMAT: "
                                                             ST-REMAT
                   MOVE 8 TO RETURN-CODE
                   GO TO SELECIONA-FIM.
       SELECIONA1.
                READ CADREMAT NEXT RECORD
                   AT END
                      GO TO SELECIONA9
                   NOT AT END
                      NEXT SENTENCE.
                IF REM-ANOLETIVO NOT = W-PARM-ANO
                   GO TO SELECIONA1.
                ADD 1 TO W-CONT-LIDOS
                MOVE REM-TURMA-NOVA TO WK-TURMA
                MOVE REM-SIT TO WK-SIT
                IF REM-PENDENTE AND REM-PRAZO < W-PARM-DATA
                   MOVE "V" TO WK-SIT.
                RELEASE WORK-REC
                GO TO SELECIONA1.
       SELECIONA9.
                CLOSE CADREMAT.
       SELECIONA-FIM.
                EXIT.
      *
      *****************************************
      * QUEBRA POR TURMA PREVISTA              *
      *****************************************
       LISTA.
                MOVE "S" TO W-PRIMEIRA
                OPEN INPUT CADESPERA
                IF ST-ESPERA = "00"
                   MOVE "S" TO W-ESPERA-ABERTO.
       LISTA1.
                RETURN WORK-FILE
                   AT END
                      GO TO LISTA9
                   NOT AT END
                      NEXT SENTENCE.
                IF W-PRIMEIRA = "S"
                   MOVE "N" TO W-PRIMEIRA
                   MOVE WK-TURMA TO W-TURMA-ANT.
                IF WK-TURMA NOT = W-TURMA-ANT
                   PERFORM TOTAL-TURMA THRU TOTAL-TURMA-FIM
                   MOVE WK-TURMA TO W-TURMA-ANT.
                IF WK-CONFIRMADA
                   ADD 1 TO CNT-CONFIRMADAS (1).
                IF WK-PENDENTE
                   ADD 1 TO CNT-PENDENTES (1).
                IF WK-VENCIDA
                   ADD 1 TO CNT-VENCIDAS (1).
                IF WK-DECLINADA
                   ADD 1 TO CNT-DECLINADAS (1).
                GO TO LISTA1.
       LISTA9.
                IF W-PRIMEIRA = "N"
                   PERFORM TOTAL-TURMA THRU TOTAL-TURMA-FIM.
                IF W-ESPERA-ABERTO = "S"
                   CLOSE CADESPERA.
       LISTA-FIM.
                EXIT.
      *
      * FECHA A TURMA: CAPACIDADE NO ANO DE DESTINO, PROJECAO, VAGAS,
      * EXCESSO E A FILA DE ESPERA QUE AS VAGAS JA COMPORTAM
      *
       TOTAL-TURMA.
                MOVE SPACES TO LD-OBS
                MOVE ZEROS TO W-TUR-MAX W-VAGAS W-EXCESSO W-FILA
                              W-CHAMAR
                COMPUTE W-PROJETADOS = CNT-CONFIRMADAS (1)
                                     + CNT-PENDENTES (1)
                IF W-TURMA-ANT = SPACES
                   MOVE "SEM TURMA PREVISTA" TO LD-OBS
                   GO TO TOTAL-TURMA1.
                MOVE "N" TO W-TUR-ACHOU
                CALL "P201654" USING W-TURMA-ANT W-PARM-ANO
                                     W-TUR-ACHOU W-TUR-MAX W-TUR-QTD
                IF W-TUR-ACHOU NOT = "S"
                   MOVE ZEROS TO W-TUR-MAX
                   MOVE "TURMA NAO CADASTRADA" TO LD-OBS
                   GO TO TOTAL-TURMA1.
                IF W-PROJETADOS > W-TUR-MAX
                   COMPUTE W-EXCESSO = W-PROJETADOS - W-TUR-MAX
                   MOVE "LOTACAO EXCEDIDA" TO LD-OBS
                ELSE
                   COMPUTE W-VAGAS = W-TUR-MAX - W-PROJETADOS.
                PERFORM CONTA-FILA THRU CONTA-FILA-FIM
                MOVE W-FILA TO W-CHAMAR
                IF W-CHAMAR > W-VAGAS
                   MOVE W-VAGAS TO W-CHAMAR.
       TOTAL-TURMA1.
                MOVE W-TUR-MAX TO CNT-MAXIMO (1)
                MOVE W-VAGAS   TO CNT-VAGAS (1)
                MOVE W-EXCESSO TO CNT-EXCESSO (1)
                MOVE W-FILA    TO CNT-FILA (1)
                MOVE W-CHAMAR  TO CNT-CHAMAR (1)
                MOVE W-TURMA-ANT TO LD-TURMA
                MOVE 1 TO W-IND-NIVEL
                PERFORM MONTA-LINHA THRU MONTA-LINHA-FIM
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                ADD CNT-CONFIRMADAS (1) TO CNT-CONFIRMADAS (2)
                ADD CNT-PENDENTES (1)   TO CNT-PENDENTES (2)
                ADD CNT-VENCIDAS (1)    TO CNT-VENCIDAS (2)
                ADD CNT-DECLINADAS (1)  TO CNT-DECLINADAS (2)
                ADD CNT-MAXIMO (1)      TO CNT-MAXIMO (2)
                ADD CNT-VAGAS (1)       TO CNT-VAGAS (2)
                ADD CNT-EXCESSO (1)     TO CNT-EXCESSO (2)
                ADD CNT-FILA (1)        TO CNT-FILA (2)
                ADD CNT-CHAMAR (1)      TO CNT-CHAMAR (2)
                MOVE ZEROS TO CNT-NIVEL (1).
       TOTAL-TURMA-FIM.
                EXIT.
      *
       MONTA-LINHA.
                MOVE CNT-MAXIMO (W-IND-NIVEL)      TO LD-MAXIMO
                MOVE CNT-CONFIRMADAS (W-IND-NIVEL) TO LD-CONFIRM
                MOVE CNT-PENDENTES (W-IND-NIVEL)   TO LD-PENDENTES
                MOVE CNT-VENCIDAS (W-IND-NIVEL)    TO LD-VENCIDAS
                MOVE CNT-DECLINADAS (W-IND-NIVEL)  TO LD-DECLINADAS
                COMPUTE LD-PROJETADOS = CNT-CONFIRMADAS (W-IND-NIVEL)
                                      + CNT-PENDENTES (W-IND-NIVEL)
                MOVE CNT-VAGAS (W-IND-NIVEL)       TO LD-VAGAS
                MOVE CNT-EXCESSO (W-IND-NIVEL)     TO LD-EXCESSO
                MOVE CNT-FILA (W-IND-NIVEL)        TO LD-FILA
                MOVE CNT-CHAMAR (W-IND-NIVEL)      TO LD-CHAMAR
                IF W-IND-NIVEL = 2
                   MOVE SPACES TO LD-OBS.
       MONTA-LINHA-FIM.
                EXIT.
      *
      * CANDIDATOS AINDA AGUARDANDO NA LISTA DE ESPERA DA TURMA NO ANO
      * DE DESTINO
      *
       CONTA-FILA.
                IF W-ESPERA-ABERTO NOT = "S"
                   GO TO CONTA-FILA-FIM.
                MOVE W-TURMA-ANT TO ESP-TURMA
                MOVE W-PARM-ANO  TO ESP-ANOLETIVO
                MOVE ZEROS       TO ESP-SEQ
                START CADESPERA KEY IS NOT < CHAVE-ESPERA
                IF ST-ESPERA NOT = "00"
                   GO TO CONTA-FILA-FIM.
       CONTA-FILA1.
                READ CADESPERA NEXT RECORD
                   AT END
                      GO TO CONTA-FILA-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF ESP-TURMA NOT = W-TURMA-ANT
                   OR ESP-ANOLETIVO NOT = W-PARM-ANO
                   GO TO CONTA-FILA-FIM.
                IF ESP-AGUARDANDO
                   ADD 1 TO W-FILA.
                GO TO CONTA-FILA1.
       CONTA-FILA-FIM.
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
