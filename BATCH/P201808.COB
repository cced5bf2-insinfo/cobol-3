       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201808.
       AUTHOR. LEANDRO.
      **************************************************
      * CONVERSAO UNICA DO CADOPER.DAT E DO CADMENS.DAT  *
      * PARA OS LAYOUTS COM UNIDADE (CADUNIDADE). MESMO  *
      * CIRCUITO DO P201746 E DO P201764: CADA CADASTRO  *
      * E LIDO COM O LAYOUT ANTIGO, COPIADO JA           *
      * CONVERTIDO PARA O SEQUENCIAL DE SEGURANCA        *
      * (CADOPER.CNV E CADMENS.CNV), O ARQUIVO FISICO    *
      * ANTIGO E APAGADO E O CADASTRO E RECRIADO A       *
      * PARTIR DA COPIA.                                 *
      * CADOPER: 150 -> 180 BYTES, COM A LISTA           *
      * OPE-UNIDADES ZERADA (OPERADOR PODE TODAS AS      *
      * UNIDADES ATE O SUPERVISOR RESTRINGIR NO          *
      * FP201674).                                       *
      * CADMENS: 80 -> 100 BYTES, COM MEN-UNIDADE = 01   *
      * (SEDE) EM TODAS AS COBRANCAS JA EXISTENTES.      *
      * SE O ARQUIVO JA ESTA NO LAYOUT NOVO, A ABERTURA  *
      * COM O LAYOUT ANTIGO DEVOLVE STATUS 39 E NADA E   *
      * FEITO COM ELE.                                   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADOPER-ANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS OPA-CODIGO
                    FILE STATUS  IS ST-OPER-ANT.
       SELECT CADOPER-NOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS OPE-CODIGO
                    FILE STATUS  IS ST-OPER-NOVO.
       SELECT CADOPER-SEG ASSIGN TO DISK
                    FILE STATUS  IS ST-OPER-SEG.
       SELECT CADMENS-ANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS MEA-CHAVE
                    FILE STATUS  IS ST-MENS-ANT.
       SELECT CADMENS-NOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-MENS
                    FILE STATUS  IS ST-MENS-NOVO.
       SELECT CADMENS-SEG ASSIGN TO DISK
                    FILE STATUS  IS ST-MENS-SEG.
       SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * LAYOUT ANTIGO DO CADOPER.DAT (150 BYTES)
      *
       FD CADOPER-ANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPER-ANT.
                03 OPA-CODIGO       PIC X(08).
                03 OPA-DADOS        PIC X(142).
       FD CADOPER-NOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
           COPY OPERREC.
       FD CADOPER-SEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.CNV".
       01 REGOPER-SEG              PIC X(180).
      *
      * LAYOUT ANTIGO DO CADMENS.DAT (80 BYTES)
      *
       FD CADMENS-ANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
       01 REGMENS-ANT.
                03 MEA-CHAVE        PIC X(20).
                03 MEA-DADOS        PIC X(60).
       FD CADMENS-NOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
           COPY MENSREC.
       FD CADMENS-SEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.CNV".
       01 REGMENS-SEG              PIC X(100).
       FD RELATORIO
               LABEL RECORD IS OMITTED.
       01 LINHA-REL                PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-OPER-ANT       PIC X(02) VALUE "00".
       77 ST-OPER-NOVO      PIC X(02) VALUE "00".
       77 ST-OPER-SEG       PIC X(02) VALUE "00".
       77 ST-MENS-ANT       PIC X(02) VALUE "00".
       77 ST-MENS-NOVO      PIC X(02) VALUE "00".
       77 ST-MENS-SEG       PIC X(02) VALUE "00".
       77 W-CONT-OPER       PIC 9(05) VALUE ZEROS.
       77 W-CONT-MENS       PIC 9(07) VALUE ZEROS.
       77 W-RETORNO         PIC 9(09) COMP VALUE ZEROS.
       01 W-NOME-APAGA      PIC X(30) VALUE SPACES.
       01 W-REGOPER-NOVO.
                03 WO-ANTIGO        PIC X(150).
                03 WO-UNIDADES      PIC 9(20).
                03 FILLER           PIC X(10).
       01 W-REGMENS-NOVO.
                03 WM-ANTIGO        PIC X(80).
                03 WM-UNIDADE       PIC 9(02).
                03 FILLER           PIC X(18).
       01 LINHA-CAB1         PIC X(80)
           VALUE "CONVERSAO DE LAYOUT - CADOPER E CADMENS (UNIDADE)".
       01 LINHA-DET1.
                03 FILLER         PIC X(14) VALUE "CADOPER  -> ".
                03 LD-ACAO1       PIC X(30).
                03 FILLER         PIC X(12) VALUE " REGISTROS: ".
                03 LD-CONT1       PIC ZZZZ9.
       01 LINHA-DET2.
                03 FILLER         PIC X(14) VALUE "CADMENS  -> ".
                03 LD-ACAO2       PIC X(30).
                03 FILLER         PIC X(12) VALUE " REGISTROS: ".
                03 LD-CONT2       PIC ZZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                OPEN OUTPUT RELATORIO
                MOVE LINHA-CAB1 TO LINHA-REL
                WRITE LINHA-REL
                MOVE SPACES TO LINHA-REL
                WRITE LINHA-REL
                PERFORM CONVERTE-OPER THRU CONVERTE-OPER-FIM
                PERFORM CONVERTE-MENS THRU CONVERTE-MENS-FIM
                CLOSE RELATORIO
                STOP RUN.
      *
      *****************************************
      * CADOPER: DESCARGA CONVERTIDA PARA O    *
      * SEQUENCIAL, APAGA O ARQUIVO ANTIGO E   *
      * RECRIA COM O LAYOUT NOVO               *
      *****************************************
       CONVERTE-OPER.
                OPEN INPUT CADOPER-ANT
                IF ST-OPER-ANT = "39"
                   MOVE "JA NO LAYOUT NOVO - PULADO" TO LD-ACAO1
                   MOVE ZEROS TO LD-CONT1
                   WRITE LINHA-REL FROM LINHA-DET1
                   GO TO CONVERTE-OPER-FIM.
                IF ST-OPER-ANT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADOPER: "
                                                         ST-OPER-ANT
                   MOVE 8 TO RETURN-CODE
                   GO TO CONVERTE-OPER-FIM.
                OPEN OUTPUT CADOPER-SEG.
       CONVERTE-OPER1.
                READ CADOPER-ANT NEXT RECORD
                   AT END
                      GO TO CONVERTE-OPER2
                   NOT AT END
                      NEXT SENTENCE.
                MOVE SPACES TO W-REGOPER-NOVO
                MOVE REGOPER-ANT TO WO-ANTIGO
                MOVE ZEROS TO WO-UNIDADES
                MOVE W-REGOPER-NOVO TO REGOPER-SEG
                WRITE REGOPER-SEG
                ADD 1 TO W-CONT-OPER
                GO TO CONVERTE-OPER1.
       CONVERTE-OPER2.
                CLOSE CADOPER-ANT CADOPER-SEG
                MOVE "CADOPER.DAT" TO W-NOME-APAGA
                CALL "CBL_DELETE_FILE" USING W-NOME-APAGA
                MOVE RETURN-CODE TO W-RETORNO
                MOVE ZEROS TO RETURN-CODE
                OPEN OUTPUT CADOPER-NOVO
                OPEN INPUT CADOPER-SEG.
       CONVERTE-OPER3.
                READ CADOPER-SEG
                   AT END
                      GO TO CONVERTE-OPER4
                   NOT AT END
                      NEXT SENTENCE.
                MOVE REGOPER-SEG TO REGOPER
                WRITE REGOPER.
                GO TO CONVERTE-OPER3.
       CONVERTE-OPER4.
                CLOSE CADOPER-NOVO CADOPER-SEG
                MOVE "CONVERTIDO" TO LD-ACAO1
                MOVE W-CONT-OPER TO LD-CONT1
                WRITE LINHA-REL FROM LINHA-DET1.
       CONVERTE-OPER-FIM.
                EXIT.
      *
      *****************************************
      * CADMENS: MESMO CIRCUITO, UNIDADE 01    *
      *****************************************
       CONVERTE-MENS.
                OPEN INPUT CADMENS-ANT
                IF ST-MENS-ANT = "39"
                   MOVE "JA NO LAYOUT NOVO - PULADO" TO LD-ACAO2
                   MOVE ZEROS TO LD-CONT2
                   WRITE LINHA-REL FROM LINHA-DET2
                   GO TO CONVERTE-MENS-FIM.
                IF ST-MENS-ANT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMENS: "
                                                         ST-MENS-ANT
                   MOVE 8 TO RETURN-CODE
                   GO TO CONVERTE-MENS-FIM.
                OPEN OUTPUT CADMENS-SEG.
       CONVERTE-MENS1.
                READ CADMENS-ANT NEXT RECORD
                   AT END
                      GO TO CONVERTE-MENS2
                   NOT AT END
                      NEXT SENTENCE.
                MOVE SPACES TO W-REGMENS-NOVO
                MOVE REGMENS-ANT TO WM-ANTIGO
                MOVE 01 TO WM-UNIDADE
                MOVE W-REGMENS-NOVO TO REGMENS-SEG
                WRITE REGMENS-SEG
                ADD 1 TO W-CONT-MENS
                GO TO CONVERTE-MENS1.
       CONVERTE-MENS2.
                CLOSE CADMENS-ANT CADMENS-SEG
                MOVE "CADMENS.DAT" TO W-NOME-APAGA
                CALL "CBL_DELETE_FILE" USING W-NOME-APAGA
                MOVE RETURN-CODE TO W-RETORNO
                MOVE ZEROS TO RETURN-CODE
                OPEN OUTPUT CADMENS-NOVO
                OPEN INPUT CADMENS-SEG.
       CONVERTE-MENS3.
                READ CADMENS-SEG
                   AT END
                      GO TO CONVERTE-MENS4
                   NOT AT END
                      NEXT SENTENCE.
                MOVE REGMENS-SEG TO REGMENS
                WRITE REGMENS.
                GO TO CONVERTE-MENS3.
       CONVERTE-MENS4.
                CLOSE CADMENS-NOVO CADMENS-SEG
                MOVE "CONVERTIDO" TO LD-ACAO2
                MOVE W-CONT-MENS TO LD-CONT2
                WRITE LINHA-REL FROM LINHA-DET2.
       CONVERTE-MENS-FIM.
                EXIT.
