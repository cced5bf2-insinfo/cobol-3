       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201760.
       AUTHOR. LEANDRO.
      **************************************************
      * CONVERSAO UNICA DO CADOPER.DAT PARA O LAYOUT     *
      * NOVO DE OPERREC, COM O PERFIL DE OPCOES DO       *
      * MENU001 AMPLIADO DE 50 PARA 99 POSICOES. MESMO   *
      * CIRCUITO DO P201746: O CADASTRO E LIDO COM O     *
      * LAYOUT ANTIGO (100 BYTES), COPIADO JA CONVERTIDO *
      * PARA O SEQUENCIAL DE SEGURANCA CADOPER.CNV, O    *
      * ARQUIVO FISICO ANTIGO E APAGADO E O CADASTRO E   *
      * RECRIADO A PARTIR DA COPIA. AS OPCOES 1 A 50     *
      * SAO PRESERVADAS E AS OPCOES 51 A 99 SAEM "N"     *
      * (MESMO DEFAULT DO FP201674). SE O ARQUIVO JA     *
      * ESTA NO LAYOUT NOVO, A ABERTURA COM O LAYOUT     *
      * ANTIGO DEVOLVE STATUS 39 E NADA E FEITO.         *
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
       SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * LAYOUT ANTIGO DO CADOPER.DAT (100 BYTES, OPCOES 1 A 50)
      *
       FD CADOPER-ANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPER-ANT.
                03 OPA-CODIGO       PIC X(08).
                03 OPA-NOME         PIC X(30).
                03 OPA-SENHA        PIC X(08).
                03 OPA-SIT-REGISTRO PIC X(01).
                03 OPA-SUPERVISOR   PIC X(01).
                03 OPA-OPCOES.
                   05 OPA-OPCAO-FLAG OCCURS 50 TIMES PIC X(01).
                03 FILLER           PIC X(02).
       FD CADOPER-NOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
           COPY OPERREC.
       FD CADOPER-SEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.CNV".
       01 REGOPER-SEG              PIC X(150).
       FD RELATORIO
               LABEL RECORD IS OMITTED.
       01 LINHA-REL                PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-OPER-ANT       PIC X(02) VALUE "00".
       77 ST-OPER-NOVO      PIC X(02) VALUE "00".
       77 ST-OPER-SEG       PIC X(02) VALUE "00".
       77 W-CONT-OPER       PIC 9(05) VALUE ZEROS.
       77 W-IND             PIC 9(02) COMP VALUE ZEROS.
       77 W-RETORNO         PIC 9(09) COMP VALUE ZEROS.
       01 W-NOME-APAGA      PIC X(30) VALUE SPACES.
       01 W-REGOPER-NOVO.
                03 WO-CODIGO        PIC X(08).
                03 WO-NOME          PIC X(30).
                03 WO-SENHA         PIC X(08).
                03 WO-SIT-REGISTRO  PIC X(01).
                03 WO-SUPERVISOR    PIC X(01).
                03 WO-OPCOES.
                   05 WO-OPCAO-FLAG OCCURS 99 TIMES PIC X(01).
                03 FILLER           PIC X(03).
       01 LINHA-CAB1         PIC X(80)
           VALUE "CONVERSAO DE LAYOUT - CADOPER (99 OPCOES)".
       01 LINHA-DET1.
                03 FILLER         PIC X(14) VALUE "CADOPER -> ".
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
                PERFORM CONVERTE-OPER THRU CONVERTE-OPER-FIM
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
                MOVE OPA-CODIGO       TO WO-CODIGO
                MOVE OPA-NOME         TO WO-NOME
                MOVE OPA-SENHA        TO WO-SENHA
                MOVE OPA-SIT-REGISTRO TO WO-SIT-REGISTRO
                MOVE OPA-SUPERVISOR   TO WO-SUPERVISOR
                MOVE ALL "N" TO WO-OPCOES
                PERFORM CONVERTE-OPER-FLAG THRU CONVERTE-OPER-FLAG-FIM
                  VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 50
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
       CONVERTE-OPER-FLAG.
                MOVE OPA-OPCAO-FLAG (W-IND) TO WO-OPCAO-FLAG (W-IND).
       CONVERTE-OPER-FLAG-FIM.
                EXIT.
