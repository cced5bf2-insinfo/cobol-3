       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201799.
       AUTHOR. LEANDRO.
      **************************************************
      * BALANCO POS-EVENTO. CARTAO SYSIN: CODIGO DO      *
      * EVENTO (CADEVENTO, FP201796). PERCORRE A LISTA   *
      * DE CONVIDADOS DO EVENTO NO CADCONVITE (GERADA    *
      * PELO P201797, RESPOSTAS E PRESENCA DO P201798) E *
      * TOTALIZA, POR TIPO DE AMIGO (NOME VIA P201620),  *
      * CONVIDADOS, CONFIRMADOS, RECUSAS, SEM RESPOSTA E *
      * PRESENTES, COM O PERCENTUAL DE PRESENCA SOBRE OS *
      * CONVIDADOS E SOBRE OS CONFIRMADOS. O TIPO VEM DO *
      * AMIGOS.DAT; CONVIDADO QUE NAO ESTA MAIS NO       *
      * CADASTRO CAI NO TIPO ZERO. SAI PELO MODULO COMUM *
      * P201675.                                         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEVENTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS EVT-CODIGO
                    FILE STATUS  IS ST-EVENTO.
       SELECT CADCONVITE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CONVITE
                    FILE STATUS  IS ST-CONVITE.
       SELECT AMIGOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-AMIGOS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEVENTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVENTO.DAT".
           COPY EVENTOREC.
       FD CADCONVITE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONVITE.DAT".
           COPY CONVITEREC.
       FD AMIGOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AMIGOS.DAT".
           COPY AMIGOREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "BALANCO POS-EVENTO POR TIPO DE AMIGO".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201799".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201799".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 ST-EVENTO         PIC X(02) VALUE "00".
       77 ST-CONVITE        PIC X(02) VALUE "00".
       77 ST-AMIGOS         PIC X(02) VALUE "00".
       77 W-PARM-EVENTO     PIC X(06) VALUE SPACES.
       77 W-IND             PIC 9(02) COMP VALUE ZEROS.
       77 W-TIPO            PIC 9(01) VALUE ZEROS.
       77 W-TA-ACHOU        PIC X(01) VALUE "N".
       77 W-TA-DENOM        PIC X(25) VALUE SPACES.
       77 W-PERC            PIC 9(03)V9 VALUE ZEROS.
       01 TABELA-TIPOS.
                03 TT-ITEM OCCURS 10 TIMES.
                   05 TT-CONVIDADOS  PIC 9(05).
                   05 TT-CONFIRMADOS PIC 9(05).
                   05 TT-RECUSAS     PIC 9(05).
                   05 TT-SEM-RESP    PIC 9(05).
                   05 TT-PRESENTES   PIC 9(05).
       01 TOTAIS-GERAIS.
                03 TG-CONVIDADOS     PIC 9(05) VALUE ZEROS.
                03 TG-CONFIRMADOS    PIC 9(05) VALUE ZEROS.
                03 TG-RECUSAS        PIC 9(05) VALUE ZEROS.
                03 TG-SEM-RESP       PIC 9(05) VALUE ZEROS.
                03 TG-PRESENTES      PIC 9(05) VALUE ZEROS.
       01 LINHA-CAB1.
                03 FILLER        PIC X(09) VALUE "EVENTO: ".
                03 LC-EVENTO     PIC X(06).
                03 FILLER        PIC X(03) VALUE " - ".
                03 LC-DESCRICAO  PIC X(40).
                03 FILLER        PIC X(07) VALUE "  DATA ".
                03 LC-DATA       PIC 9(08).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LC-LOCAL      PIC X(30).
       01 LINHA-CAB2.
                03 FILLER        PIC X(31)
                    VALUE "TIPO DE AMIGO".
                03 FILLER        PIC X(45) VALUE
                 "CONVID.  CONFIRM. RECUSAS  S/RESP.  PRESENTES".
                03 FILLER        PIC X(21) VALUE
                    "   %CONV.    %CONF.".
       01 LINHA-DET.
                03 LD-TIPO       PIC 9(01).
                03 FILLER        PIC X(03) VALUE " - ".
                03 LD-DENOM      PIC X(25).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-CONVIDADOS  PIC ZZZZ9.
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LD-CONFIRMADOS PIC ZZZZ9.
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LD-RECUSAS     PIC ZZZZ9.
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LD-SEM-RESP    PIC ZZZZ9.
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LD-PRESENTES   PIC ZZZZ9.
                03 FILLER        PIC X(06) VALUE SPACES.
                03 LD-PERC-CONV   PIC ZZ9,9.
                03 FILLER        PIC X(06) VALUE SPACES.
                03 LD-PERC-CONF   PIC ZZ9,9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                ACCEPT W-PARM-EVENTO
                IF W-PARM-EVENTO = SPACES
                   DISPLAY "CODIGO DO EVENTO EM BRANCO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADEVENTO
                IF ST-EVENTO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO CADEVENTO: " ST-EVENTO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE W-PARM-EVENTO TO EVT-CODIGO
                READ CADEVENTO
                IF ST-EVENTO NOT = "00"
                   DISPLAY "EVENTO NAO CADASTRADO: " W-PARM-EVENTO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADCONVITE
                IF ST-CONVITE NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO CADCONVITE: "
                                                          ST-CONVITE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT AMIGOS
                IF ST-AMIGOS NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO AMIGOS: "
                                                           ST-AMIGOS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE ZEROS TO TABELA-TIPOS
                PERFORM LE-CONVITE THRU LE-CONVITE-FIM
                PERFORM IMPRIME THRU IMPRIME-FIM
                CLOSE CADEVENTO CADCONVITE AMIGOS
                MOVE "F" TO W-RC-EVENTO
                MOVE TG-CONVIDADOS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                STOP RUN.
      *
      *****************************************
      * CONVIDADOS DO EVENTO, ACUMULADOS NA    *
      * TABELA POR TIPO DE AMIGO               *
      *****************************************
       LE-CONVITE.
                MOVE W-PARM-EVENTO TO CNV-EVENTO
                MOVE SPACES        TO CNV-APELIDO
                START CADCONVITE KEY IS NOT < CHAVE-CONVITE
                IF ST-CONVITE NOT = "00"
                   GO TO LE-CONVITE-FIM.
       LE-CONVITE-010.
                READ CADCONVITE NEXT RECORD
                   AT END
                      GO TO LE-CONVITE-FIM.
                IF CNV-EVENTO NOT = W-PARM-EVENTO
                   GO TO LE-CONVITE-FIM.
                MOVE ZEROS TO W-TIPO
                MOVE CNV-APELIDO TO APELIDO
                READ AMIGOS
                IF ST-AMIGOS = "00"
                   MOVE TIPO-AMIGO TO W-TIPO.
                COMPUTE W-IND = W-TIPO + 1
                ADD 1 TO TT-CONVIDADOS (W-IND) TG-CONVIDADOS
                IF CNV-CONFIRMOU
                   ADD 1 TO TT-CONFIRMADOS (W-IND) TG-CONFIRMADOS.
                IF CNV-RECUSOU
                   ADD 1 TO TT-RECUSAS (W-IND) TG-RECUSAS.
                IF CNV-SEM-RESPOSTA
                   ADD 1 TO TT-SEM-RESP (W-IND) TG-SEM-RESP.
                IF CNV-PRESENTE
                   ADD 1 TO TT-PRESENTES (W-IND) TG-PRESENTES.
                GO TO LE-CONVITE-010.
       LE-CONVITE-FIM.
                EXIT.
      *
      *****************************************
      * IMPRESSAO DO BALANCO, UMA LINHA POR    *
      * TIPO DE AMIGO COM CONVIDADOS           *
      *****************************************
       IMPRIME.
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE EVT-CODIGO    TO LC-EVENTO
                MOVE EVT-DESCRICAO TO LC-DESCRICAO
                MOVE EVT-DATA      TO LC-DATA
                MOVE EVT-LOCAL     TO LC-LOCAL
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB2 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                PERFORM IMPRIME-TIPO THRU IMPRIME-TIPO-FIM
                  VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 10
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE ZEROS TO LD-TIPO
                MOVE "TOTAL DO EVENTO" TO LD-DENOM
                MOVE TG-CONVIDADOS  TO LD-CONVIDADOS
                MOVE TG-CONFIRMADOS TO LD-CONFIRMADOS
                MOVE TG-RECUSAS     TO LD-RECUSAS
                MOVE TG-SEM-RESP    TO LD-SEM-RESP
                MOVE TG-PRESENTES   TO LD-PRESENTES
                MOVE ZEROS TO W-PERC
                IF TG-CONVIDADOS NOT = ZEROS
                   COMPUTE W-PERC ROUNDED =
                           TG-PRESENTES * 100 / TG-CONVIDADOS.
                MOVE W-PERC TO LD-PERC-CONV
                MOVE ZEROS TO W-PERC
                IF TG-CONFIRMADOS NOT = ZEROS
                   COMPUTE W-PERC ROUNDED =
                           TG-PRESENTES * 100 / TG-CONFIRMADOS.
                MOVE W-PERC TO LD-PERC-CONF
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL.
       IMPRIME-FIM.
                EXIT.
      *
       IMPRIME-TIPO.
                IF TT-CONVIDADOS (W-IND) = ZEROS
                   GO TO IMPRIME-TIPO-FIM.
                COMPUTE W-TIPO = W-IND - 1
                MOVE W-TIPO TO LD-TIPO
                MOVE "N" TO W-TA-ACHOU
                MOVE SPACES TO W-TA-DENOM
                IF W-TIPO NOT = ZEROS
                   CALL "P201620" USING W-TIPO W-TA-DENOM W-TA-ACHOU.
                IF W-TA-ACHOU NOT = "S"
                   MOVE "FORA DO CADASTRO" TO W-TA-DENOM.
                MOVE W-TA-DENOM TO LD-DENOM
                MOVE TT-CONVIDADOS (W-IND)  TO LD-CONVIDADOS
                MOVE TT-CONFIRMADOS (W-IND) TO LD-CONFIRMADOS
                MOVE TT-RECUSAS (W-IND)     TO LD-RECUSAS
                MOVE TT-SEM-RESP (W-IND)    TO LD-SEM-RESP
                MOVE TT-PRESENTES (W-IND)   TO LD-PRESENTES
                COMPUTE W-PERC ROUNDED = TT-PRESENTES (W-IND) * 100
                                       / TT-CONVIDADOS (W-IND)
                MOVE W-PERC TO LD-PERC-CONV
                MOVE ZEROS TO W-PERC
                IF TT-CONFIRMADOS (W-IND) NOT = ZEROS
                   COMPUTE W-PERC ROUNDED = TT-PRESENTES (W-IND) * 100
                                          / TT-CONFIRMADOS (W-IND).
                MOVE W-PERC TO LD-PERC-CONF
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-TIPO-FIM.
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
      *
       ROT-IMPRIME-TOT.
                MOVE "T" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL.
       ROT-IMPRIME-TOT-FIM.
                EXIT.
