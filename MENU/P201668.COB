      * E LISTA NA TELA OS EVENTOS DE INICIO/FIM DE CADA *
      * PROGRAMA, FILTRANDO POR DATA E/OU PROGRAMA, PARA *
      * RESPONDER "O BACKUP RODOU SABADO?" SEM GARIMPAR  *
      * SYSOUT. MOSTRA TAMBEM OS ALERTAS DE CAPACIDADE   *
      * DO P201805 (EVENTO A, COM O ARQUIVO).            *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-CONT-TELA      PIC 9(02) VALUE ZEROS.
       77 W-CONT-LISTADAS  PIC 9(05) VALUE ZEROS.
       01 LINHA-CAB        PIC X(80)
           VALUE "DATA       HORA     PROGRAMA EV REGISTROS ARQUIVO".
       01 LINHA-DET.
                03 LD-DIA       PIC 9(02).
                03 FILLER       PIC X(01) VALUE "/".
                03 LD-EVENTO    PIC X(01).
                03 FILLER       PIC X(02) VALUE SPACES.
                03 LD-CONTADOR  PIC ZZZZZZ9.
                03 FILLER       PIC X(03) VALUE SPACES.
                03 LD-ARQUIVO   PIC X(10).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE RC-PROGRAMA TO LD-PROGRAMA
                MOVE RC-EVENTO   TO LD-EVENTO
                MOVE RC-CONTADOR TO LD-CONTADOR
                MOVE SPACES      TO LD-ARQUIVO
                IF RC-ALERTA
                   MOVE RC-ARQUIVO TO LD-ARQUIVO.
                DISPLAY LINHA-DET
                ADD 1 TO W-CONT-LISTADAS
                ADD 1 TO W-CONT-TELA
