       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201754.
       AUTHOR. LEANDRO.
      **************************************************
      * ABERTURA DA CAMPANHA DE REMATRICULA. LE DO       *
      * CARTAO (SYSIN) O ANO LETIVO CORRENTE, O PRAZO    *
      * DE RESPOSTA DAS FAMILIAS (AAAAMMDD), A           *
      * QUANTIDADE DE TURMAS NO MAPA DE PROMOCAO E OS    *
      * PARES TURMA ATUAL / TURMA SEGUINTE (O MESMO MAPA *
      * DO P201657). PARA CADA ALUNO ATIVO DO CADNOTA NO *
      * ANO CRIA NO CADREMAT O REGISTRO PENDENTE DO ANO  *
      * SEGUINTE COM O PRAZO E A TURMA PREVISTA; SE O    *
      * REGISTRO JA EXISTE (CAMPANHA REABERTA), SO O     *
      * PRAZO E, SE AINDA PENDENTE, A TURMA PREVISTA SAO *
      * ATUALIZADOS - A RESPOSTA JA DADA E PRESERVADA.   *
      * SAI PELO MODULO COMUM P201675.                   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADNOTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-NOTA
                    FILE STATUS  IS ST-NOTA
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES.
       SELECT CADREMAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-REMAT
                    FILE STATUS  IS ST-REMAT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADNOTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTA.DAT".
           COPY NOTAREC.
       FD CADREMAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREMAT.DAT".
           COPY REMATREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "ABERTURA DA CAMPANHA DE REMATRICULA".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201754".
       77 ST-NOTA           PIC X(02) VALUE "00".
       77 ST-REMAT          PIC X(02) VALUE "00".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201754".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 W-PARM-ANO        PIC 9(04) VALUE ZEROS.
       77 W-PARM-QTDMAPA    PIC 9(02) VALUE ZEROS.
       77 W-IND             PIC 9(02) COMP VALUE ZEROS.
       77 W-TURMA-NOVA      PIC X(05) VALUE SPACES.
       77 W-ACHOU-MAPA      PIC X(01) VALUE "N".
       77 W-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-CONT-CRIADOS    PIC 9(05) VALUE ZEROS.
       77 W-CONT-PRAZO      PIC 9(05) VALUE ZEROS.
       77 W-CONT-SEMMAPA    PIC 9(05) VALUE ZEROS.
       01 W-PARM-PRAZO.
                03 W-PRAZO-ANO     PIC 9(04).
                03 W-PRAZO-MES     PIC 9(02).
                03 W-PRAZO-DIA     PIC 9(02).
       01 W-PRAZO-NUM REDEFINES W-PARM-PRAZO PIC 9(08).
       01 TABELA-MAPA.
                03 MAPA-ITEM OCCURS 50 TIMES.
                   05 MAPA-TURMA-DE   PIC X(05).
                   05 MAPA-TURMA-PARA PIC X(05).
       01 LINHA-PARM.
                03 FILLER        PIC X(22)
                    VALUE "ANO LETIVO CORRENTE: ".
                03 LP-ANO        PIC 9(04).
                03 FILLER        PIC X(20) VALUE
                   "   PRAZO RESPOSTA: ".
                03 LP-DIA        PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LP-MES        PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LP-ANO-PRAZO  PIC 9(04).
       01 LINHA-DET.
                03 LD-RM          PIC ZZZZ9.
                03 FILLER         PIC X(01) VALUE SPACE.
                03 LD-NOME        PIC X(35).
                03 FILLER         PIC X(01) VALUE SPACE.
                03 LD-TURMA       PIC X(05).
                03 FILLER         PIC X(01) VALUE SPACE.
                03 LD-ACAO        PIC X(40).
       01 LINHA-TOT1.
                03 FILLER         PIC X(30)
                    VALUE "ALUNOS ATIVOS NO ANO........: ".
                03 LT-LIDOS       PIC ZZZZZZ9.
       01 LINHA-TOT2.
                03 FILLER         PIC X(30)
                    VALUE "REMATRICULAS ABERTAS........: ".
                03 LT-CRIADOS     PIC ZZZZ9.
       01 LINHA-TOT3.
                03 FILLER         PIC X(30)
                    VALUE "JA EXISTENTES (PRAZO NOVO)..: ".
                03 LT-PRAZO       PIC ZZZZ9.
       01 LINHA-TOT4.
                03 FILLER         PIC X(30)
                    VALUE "SEM TURMA NO MAPA...........: ".
                03 LT-SEMMAPA     PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                PERFORM ACEITA-PARM THRU ACEITA-PARM-FIM
                PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM
                PERFORM ABRE-001 THRU ABRE-001-FIM
                PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
                MOVE "F" TO W-RC-EVENTO
                MOVE W-CONT-LIDOS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                STOP RUN.
      *
      *****************************************
      * LEITURA DO CARTAO DE PARAMETROS        *
      * (SYSIN): ANO CORRENTE, PRAZO, QUANTI-  *
      * DADE DE TURMAS DO MAPA E OS PARES      *
      *****************************************
       ACEITA-PARM.
                ACCEPT W-PARM-ANO
                IF W-PARM-ANO = ZEROS
                   DISPLAY "PARAMETRO DE ANO LETIVO INVALIDO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                ACCEPT W-PARM-PRAZO
                IF W-PRAZO-MES < 01 OR W-PRAZO-MES > 12
                   OR W-PRAZO-DIA < 01 OR W-PRAZO-DIA > 31
                   OR W-PRAZO-ANO < W-PARM-ANO
                   DISPLAY "PRAZO DA REMATRICULA INVALIDO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                ACCEPT W-PARM-QTDMAPA
                IF W-PARM-QTDMAPA = ZEROS OR W-PARM-QTDMAPA > 50
                   DISPLAY "QUANTIDADE DO MAPA DE PROMOCAO INVALIDA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                PERFORM ACEITA-MAPA THRU ACEITA-MAPA-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > W-PARM-QTDMAPA.
       ACEITA-PARM-FIM.
                EXIT.
      *
       ACEITA-MAPA.
                ACCEPT MAPA-TURMA-DE (W-IND)
                ACCEPT MAPA-TURMA-PARA (W-IND).
       ACEITA-MAPA-FIM.
                EXIT.
      *
       ABRE-ARQUIVOS.
                OPEN INPUT CADNOTA
                IF ST-NOTA NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNOTA: "
                                                             ST-NOTA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN I-O CADREMAT
                IF ST-REMAT = "30" OR "35"
                   OPEN OUTPUT CADREMAT
                   CLOSE CADREMAT
                   OPEN I-O CADREMAT.
                IF ST-REMAT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADREMAT: "
                                                             ST-REMAT
                   CLOSE CADNOTA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE W-PARM-ANO  TO LP-ANO
                MOVE W-PRAZO-DIA TO LP-DIA
                MOVE W-PRAZO-MES TO LP-MES
                MOVE W-PRAZO-ANO TO LP-ANO-PRAZO
                MOVE LINHA-PARM TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       ABRE-ARQUIVOS-FIM.
                EXIT.
      *
      *****************************************
      * PERCORRE OS ALUNOS ATIVOS DO ANO E     *
      * ABRE (OU REABRE O PRAZO DA) REMATRI-   *
      * CULA DE CADA UM PARA O ANO SEGUINTE    *
      *****************************************
       ABRE-001.
                READ CADNOTA NEXT RECORD
                   AT END
                      GO TO ABRE-001-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF ANOLETIVO NOT = W-PARM-ANO
                   OR SIT-EXCLUIDO OR ALUNO-SAIU
                   GO TO ABRE-001.
                ADD 1 TO W-CONT-LIDOS
                PERFORM BUSCA-MAPA THRU BUSCA-MAPA-FIM
                MOVE RM    TO LD-RM
                MOVE NOME  TO LD-NOME
                MOVE TURMA TO LD-TURMA
                IF W-ACHOU-MAPA NOT = "S"
                   ADD 1 TO W-CONT-SEMMAPA.
                MOVE RM TO REM-RM
                COMPUTE REM-ANOLETIVO = ANOLETIVO + 1
                READ CADREMAT
                IF ST-REMAT = "00"
                   GO TO ABRE-002.
                MOVE TURMA        TO REM-TURMA-ATUAL
                MOVE W-TURMA-NOVA TO REM-TURMA-NOVA
                MOVE "P"          TO REM-SIT
                MOVE W-PRAZO-NUM  TO REM-PRAZO
                MOVE ZEROS        TO REM-DATA-RESP
                MOVE "N"          TO REM-LIBERADA
                MOVE SPACES       TO REM-SUPERVISOR
                MOVE W-RW-PROGRAMA TO REM-OPERADOR
                WRITE REGREMAT
                IF ST-REMAT NOT = "00" AND "02"
                   DISPLAY "ERRO NA GRAVACAO DO RM " LD-RM
                           ": " ST-REMAT
                   GO TO ABRE-001.
                ADD 1 TO W-CONT-CRIADOS
                IF W-ACHOU-MAPA = "S"
                   MOVE SPACES TO LD-ACAO
                   STRING "PENDENTE - PREVISTA "
                          W-TURMA-NOVA DELIMITED BY SIZE
                          INTO LD-ACAO
                ELSE
                   MOVE "PENDENTE - SEM TURMA NO MAPA" TO LD-ACAO.
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                GO TO ABRE-001.
      *
      * CAMPANHA REABERTA: NOVO PRAZO PARA TODOS; A TURMA PREVISTA SO
      * ACOMPANHA O MAPA ENQUANTO A FAMILIA NAO RESPONDEU
      *
       ABRE-002.
                MOVE W-PRAZO-NUM TO REM-PRAZO
                IF REM-PENDENTE
                   MOVE TURMA        TO REM-TURMA-ATUAL
                   MOVE W-TURMA-NOVA TO REM-TURMA-NOVA.
                REWRITE REGREMAT
                IF ST-REMAT NOT = "00" AND "02"
                   DISPLAY "ERRO NA REGRAVACAO DO RM " LD-RM
                           ": " ST-REMAT
                   GO TO ABRE-001.
                ADD 1 TO W-CONT-PRAZO
                GO TO ABRE-001.
       ABRE-001-FIM.
                EXIT.
      *
       BUSCA-MAPA.
                MOVE "N" TO W-ACHOU-MAPA
                MOVE SPACES TO W-TURMA-NOVA
                PERFORM BUSCA-MAPA1 THRU BUSCA-MAPA1-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > W-PARM-QTDMAPA OR W-ACHOU-MAPA = "S".
       BUSCA-MAPA-FIM.
                EXIT.
      *
       BUSCA-MAPA1.
                IF MAPA-TURMA-DE (W-IND) = TURMA
                   MOVE MAPA-TURMA-PARA (W-IND) TO W-TURMA-NOVA
                   MOVE "S" TO W-ACHOU-MAPA.
       BUSCA-MAPA1-FIM.
                EXIT.
      *
       FECHA-ARQUIVOS.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-LIDOS   TO LT-LIDOS
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-CRIADOS TO LT-CRIADOS
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-PRAZO   TO LT-PRAZO
                MOVE LINHA-TOT3 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-SEMMAPA TO LT-SEMMAPA
                MOVE LINHA-TOT4 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                CLOSE CADNOTA CADREMAT.
       FECHA-ARQUIVOS-FIM.
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
