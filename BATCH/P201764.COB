       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201764.
       AUTHOR. LEANDRO.
      **************************************************
      * CONVERSAO UNICA DO CADALUNO.DAT PARA O LAYOUT    *
      * NOVO DE ALUNOREC (300 BYTES), COM O E-MAIL DO    *
      * RESPONSAVEL (ALU-EMAIL) E A OPCAO DE RECEBER OS  *
      * AVISOS DO P201765 (ALU-NOTIFICA). MESMO CIRCUITO *
      * DO P201746: O CADASTRO E LIDO COM O LAYOUT       *
      * ANTIGO (200 BYTES), COPIADO JA CONVERTIDO PARA O *
      * SEQUENCIAL DE SEGURANCA CADALUNO.CNV, O ARQUIVO  *
      * FISICO ANTIGO E APAGADO E O CADASTRO E RECRIADO  *
      * A PARTIR DA COPIA. O E-MAIL SAI EM BRANCO E      *
      * ALU-NOTIFICA SAI "S" (FAMILIA RECEBE AVISOS ATE  *
      * PEDIR O CONTRARIO). SE O ARQUIVO JA ESTA NO      *
      * LAYOUT NOVO, A ABERTURA COM O LAYOUT ANTIGO      *
      * DEVOLVE STATUS 39 E NADA E FEITO.                *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADALUNO-ANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS ALA-RM
                    FILE STATUS  IS ST-ALUNO-ANT.
       SELECT CADALUNO-NOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS ALU-RM
                    FILE STATUS  IS ST-ALUNO-NOVO
                    ALTERNATE RECORD KEY IS ALU-NOME
                               WITH DUPLICATES.
       SELECT CADALUNO-SEG ASSIGN TO DISK
                    FILE STATUS  IS ST-ALUNO-SEG.
       SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * LAYOUT ANTIGO DO CADALUNO.DAT (200 BYTES)
      *
       FD CADALUNO-ANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALUNO.DAT".
       01 REGALUNO-ANT.
                03 ALA-RM           PIC 9(05).
                03 ALA-NOME         PIC X(35).
                03 ALA-DADOS        PIC X(143).
                03 FILLER           PIC X(17).
       FD CADALUNO-NOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALUNO.DAT".
           COPY ALUNOREC.
       FD CADALUNO-SEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALUNO.CNV".
       01 REGALUNO-SEG             PIC X(300).
       FD RELATORIO
               LABEL RECORD IS OMITTED.
       01 LINHA-REL                PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ALUNO-ANT      PIC X(02) VALUE "00".
       77 ST-ALUNO-NOVO     PIC X(02) VALUE "00".
       77 ST-ALUNO-SEG      PIC X(02) VALUE "00".
       77 W-CONT-ALUNO      PIC 9(05) VALUE ZEROS.
       77 W-RETORNO         PIC 9(09) COMP VALUE ZEROS.
       01 W-NOME-APAGA      PIC X(30) VALUE SPACES.
       01 W-REGALUNO-NOVO.
                03 WA-ANTIGO        PIC X(183).
                03 WA-NOTIFICA      PIC X(01).
                03 WA-EMAIL         PIC X(50).
                03 FILLER           PIC X(66).
       01 LINHA-CAB1         PIC X(80)
           VALUE "CONVERSAO DE LAYOUT - CADALUNO (E-MAIL E AVISOS)".
       01 LINHA-DET1.
                03 FILLER         PIC X(14) VALUE "CADALUNO -> ".
                03 LD-ACAO1       PIC X(30).
                03 FILLER         PIC X(12) VALUE " REGISTROS: ".
                03 LD-CONT1       PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                OPEN OUTPUT RELATORIO
                MOVE LINHA-CAB1 TO LINHA-REL
                WRITE LINHA-REL
                MOVE SPACES TO LINHA-REL
                WRITE LINHA-REL
                PERFORM CONVERTE-ALUNO THRU CONVERTE-ALUNO-FIM
                CLOSE RELATORIO
                STOP RUN.
      *
      *****************************************
      * CADALUNO: DESCARGA CONVERTIDA PARA O   *
      * SEQUENCIAL, APAGA O ARQUIVO ANTIGO E   *
      * RECRIA COM O LAYOUT NOVO               *
      *****************************************
       CONVERTE-ALUNO.
                OPEN INPUT CADALUNO-ANT
                IF ST-ALUNO-ANT = "39"
                   MOVE "JA NO LAYOUT NOVO - PULADO" TO LD-ACAO1
                   MOVE ZEROS TO LD-CONT1
                   WRITE LINHA-REL FROM LINHA-DET1
                   GO TO CONVERTE-ALUNO-FIM.
                IF ST-ALUNO-ANT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADALUNO: "
                                                         ST-ALUNO-ANT
                   MOVE 8 TO RETURN-CODE
                   GO TO CONVERTE-ALUNO-FIM.
                OPEN OUTPUT CADALUNO-SEG.
       CONVERTE-ALUNO1.
                READ CADALUNO-ANT NEXT RECORD
                   AT END
                      GO TO CONVERTE-ALUNO2
                   NOT AT END
                      NEXT SENTENCE.
                MOVE SPACES TO W-REGALUNO-NOVO
                MOVE REGALUNO-ANT TO WA-ANTIGO
                MOVE "S" TO WA-NOTIFICA
                MOVE W-REGALUNO-NOVO TO REGALUNO-SEG
                WRITE REGALUNO-SEG
                ADD 1 TO W-CONT-ALUNO
                GO TO CONVERTE-ALUNO1.
       CONVERTE-ALUNO2.
                CLOSE CADALUNO-ANT CADALUNO-SEG
                MOVE "CADALUNO.DAT" TO W-NOME-APAGA
                CALL "CBL_DELETE_FILE" USING W-NOME-APAGA
                MOVE RETURN-CODE TO W-RETORNO
                MOVE ZEROS TO RETURN-CODE
                OPEN OUTPUT CADALUNO-NOVO
                OPEN INPUT CADALUNO-SEG.
       CONVERTE-ALUNO3.
                READ CADALUNO-SEG
                   AT END
                      GO TO CONVERTE-ALUNO4
                   NOT AT END
                      NEXT SENTENCE.
                MOVE REGALUNO-SEG TO REGALUNO
                WRITE REGALUNO.
                GO TO CONVERTE-ALUNO3.
       CONVERTE-ALUNO4.
                CLOSE CADALUNO-NOVO CADALUNO-SEG
                MOVE "CONVERTIDO" TO LD-ACAO1
                MOVE W-CONT-ALUNO TO LD-CONT1
                WRITE LINHA-REL FROM LINHA-DET1.
       CONVERTE-ALUNO-FIM.
                EXIT.
