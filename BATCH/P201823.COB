       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201823.
       AUTHOR. LEANDRO.
      **************************************************
      * LISTA DE EMBARQUE DO TRANSPORTE ESCOLAR - OS     *
      * ALUNOS ATIVOS DE CADA ROTA (CADROTALU), POR      *
      * TURNO E ROTA, EM ORDEM DE BAIRRO, LOGRADOURO E   *
      * NUMERO, COM O RESPONSAVEL E O TELEFONE DO        *
      * CADALUNO. SEM BAIRRO NO CADALUNO, VALE O DO CEP  *
      * (P201616). CADA ROTA ABRE COM MOTORISTA,         *
      * VEICULO E LOTACAO. CARTAO SYSIN: TURNO (M, T OU  *
      * N; BRANCO = TODOS). SAI PELO MODULO COMUM        *
      * P201675.                                         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADROTALU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS RAL-RM
                    FILE STATUS  IS ST-ROTALU.
       SELECT CADROTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ROT-CODIGO
                    FILE STATUS  IS ST-ROTA.
       SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALU-RM
                    FILE STATUS  IS ST-ALUNO
                    ALTERNATE RECORD KEY IS ALU-NOME
                               WITH DUPLICATES.
       SELECT WORK-FILE ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADROTALU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADROTALU.DAT".
           COPY ROTALUREC.
       FD CADROTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADROTA.DAT".
           COPY ROTAREC.
       FD CADALUNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALUNO.DAT".
           COPY ALUNOREC.
       SD WORK-FILE.
       01 WORK-REC.
                03 WK-TURNO       PIC X(01).
                03 WK-ROTA        PIC 9(03).
                03 WK-BAIRRO      PIC X(20).
                03 WK-LOGRADOURO  PIC X(30).
                03 WK-NUMERO      PIC 9(05).
                03 WK-NOME        PIC X(35).
                03 WK-RM          PIC 9(05).
                03 WK-RESPONSAVEL PIC X(35).
                03 WK-DDD         PIC 9(02).
                03 WK-TELEFONE    PIC 9(09).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "TRANSPORTE ESCOLAR - LISTA DE EMBARQUE".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201823".
       77 ST-ROTALU         PIC X(02) VALUE "00".
       77 ST-ROTA           PIC X(02) VALUE "00".
       77 ST-ALUNO          PIC X(02) VALUE "00".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201823".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 W-PARM-TURNO      PIC X(01) VALUE SPACE.
          88 W-PARM-TURNO-VALIDO VALUE "M" "T" "N" " ".
       77 W-SEM-ROTA        PIC X(01) VALUE "N".
       77 W-PRIMEIRA        PIC X(01) VALUE "S".
       77 W-TURNO-ANT       PIC X(01) VALUE SPACE.
       77 W-ROTA-ANT        PIC 9(03) VALUE ZEROS.
       77 W-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-CONT-ROTA       PIC 9(05) VALUE ZEROS.
       77 W-CONT-TURNO      PIC 9(05) VALUE ZEROS.
       77 W-TURNO-NOME      PIC X(01) VALUE SPACE.
       77 W-CEP-ACHOU       PIC X(01) VALUE "N".
       77 W-CEP-LOGRAD      PIC X(30) VALUE SPACES.
       77 W-CEP-BAIRRO      PIC X(20) VALUE SPACES.
       77 W-CEP-CIDADE      PIC X(20) VALUE SPACES.
       77 W-CEP-UF          PIC X(02) VALUE SPACES.
       01 LINHA-PARM.
                03 FILLER        PIC X(07) VALUE "TURNO: ".
                03 LP-TURNO      PIC X(05).
       01 LINHA-TURNO.
                03 FILLER        PIC X(13) VALUE "*** TURNO DA ".
                03 LTU-NOME      PIC X(05).
                03 FILLER        PIC X(04) VALUE " ***".
       01 LINHA-ROTA1.
                03 FILLER        PIC X(05) VALUE "ROTA ".
                03 LR1-ROTA      PIC 9(03).
                03 FILLER        PIC X(03) VALUE " - ".
                03 LR1-DESCRICAO PIC X(30).
                03 FILLER        PIC X(13) VALUE "  MOTORISTA: ".
                03 LR1-MOTORISTA PIC X(30).
                03 FILLER        PIC X(07) VALUE "  TEL (".
                03 LR1-DDD       PIC 9(02).
                03 FILLER        PIC X(02) VALUE ") ".
                03 LR1-TELEFONE  PIC 9(09).
       01 LINHA-ROTA2.
                03 FILLER        PIC X(11) VALUE "  VEICULO: ".
                03 LR2-VEICULO   PIC X(20).
                03 FILLER        PIC X(09) VALUE "  PLACA: ".
                03 LR2-PLACA     PIC X(07).
                03 FILLER        PIC X(14) VALUE "  CAPACIDADE: ".
                03 LR2-CAPACIDADE PIC ZZ9.
       01 LINHA-CAB1.
                03 FILLER        PIC X(52) VALUE
                   "BAIRRO               LOGRADOURO".
                03 FILLER        PIC X(43) VALUE
                   "NUMERO RM   ALUNO".
                03 FILLER        PIC X(37) VALUE
                   "RESPONSAVEL            TELEFONE".
       01 LINHA-DET.
                03 LD-BAIRRO     PIC X(20).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-LOGRADOURO PIC X(30).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-NUMERO     PIC ZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-RM         PIC 9(05).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-NOME       PIC X(30).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-RESPONSAVEL PIC X(22).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 FILLER        PIC X(01) VALUE "(".
                03 LD-DDD        PIC 9(02).
                03 FILLER        PIC X(01) VALUE ")".
                03 LD-TELEFONE   PIC 9(09).
       01 LINHA-TOT-ROTA.
                03 FILLER        PIC X(16) VALUE "ALUNOS NA ROTA: ".
                03 LTR-QTDE      PIC ZZZZ9.
                03 FILLER        PIC X(04) VALUE " DE ".
                03 LTR-CAPACIDADE PIC ZZ9.
       01 LINHA-TOT-TURNO.
                03 FILLER        PIC X(17) VALUE "ALUNOS NO TURNO: ".
                03 LTT-QTDE      PIC ZZZZ9.
       01 LINHA-TOT.
                03 FILLER        PIC X(27) VALUE
                   "TOTAL DE ALUNOS NAS ROTAS: ".
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
                IF W-PARM-TURNO = SPACE
                   MOVE "TODOS" TO LP-TURNO
                ELSE
                   MOVE W-PARM-TURNO TO W-TURNO-NOME
                   PERFORM NOME-TURNO THRU NOME-TURNO-FIM
                   MOVE LTU-NOME TO LP-TURNO.
                MOVE LINHA-PARM TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                OPEN INPUT CADROTA
                IF ST-ROTA NOT = "00"
                   DISPLAY "SEM ARQUIVO CADROTA: " ST-ROTA
                   MOVE "S" TO W-SEM-ROTA.
           SORT WORK-FILE
                ON ASCENDING KEY WK-TURNO WK-ROTA WK-BAIRRO
                                 WK-LOGRADOURO WK-NUMERO WK-NOME
                INPUT PROCEDURE  IS LE-ROTALU THRU LE-ROTALU-FIM
                OUTPUT PROCEDURE IS LISTA THRU LISTA-FIM.
                IF W-SEM-ROTA = "N"
                   CLOSE CADROTA.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
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
                ACCEPT W-PARM-TURNO
                IF NOT W-PARM-TURNO-VALIDO
                   DISPLAY "PARAMETRO DE TURNO INVALIDO (M, T OU N)"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
       ACEITA-PARM-FIM.
                EXIT.
      *
      *****************************************
      * SO VINCULOS ATIVOS DE ROTAS ATIVAS DO  *
      * TURNO PEDIDO                           *
      *****************************************
       LE-ROTALU.
                IF W-SEM-ROTA = "S"
                   GO TO LE-ROTALU-FIM.
                OPEN INPUT CADROTALU
                IF ST-ROTALU NOT = "00"
                   DISPLAY "SEM ARQUIVO CADROTALU: " ST-ROTALU
                   GO TO LE-ROTALU-FIM.
                OPEN INPUT CADALUNO
                IF ST-ALUNO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO CADALUNO: " ST-ALUNO
                   CLOSE CADROTALU
                   GO TO LE-ROTALU-FIM.
       LE-ROTALU1.
                READ CADROTALU NEXT RECORD
                   AT END
                      GO TO LE-ROTALU9
                   NOT AT END
                      NEXT SENTENCE.
                IF NOT RAL-SIT-ATIVO
                   GO TO LE-ROTALU1.
                MOVE RAL-ROTA TO ROT-CODIGO
                READ CADROTA
                IF ST-ROTA NOT = "00"
                   GO TO LE-ROTALU1.
                IF ROT-SIT-EXCLUIDO
                   GO TO LE-ROTALU1.
                IF W-PARM-TURNO NOT = SPACE
                   IF ROT-TURNO NOT = W-PARM-TURNO
                      GO TO LE-ROTALU1.
                MOVE RAL-RM TO ALU-RM
                READ CADALUNO
                IF ST-ALUNO NOT = "00"
                   DISPLAY "RM DA ROTA SEM CADALUNO: " RAL-RM
                   GO TO LE-ROTALU1.
                IF ALU-SIT-EXCLUIDO
                   GO TO LE-ROTALU1.
                ADD 1 TO W-CONT-LIDOS
                MOVE ALU-BAIRRO TO WK-BAIRRO
                IF WK-BAIRRO = SPACES
                   MOVE "N" TO W-CEP-ACHOU
                   CALL "P201616" USING ALU-CEP W-CEP-LOGRAD
                                  W-CEP-BAIRRO W-CEP-CIDADE W-CEP-UF
                                  W-CEP-ACHOU
                   IF W-CEP-ACHOU = "S"
                      MOVE W-CEP-BAIRRO TO WK-BAIRRO.
                MOVE ROT-TURNO       TO WK-TURNO
                MOVE ROT-CODIGO      TO WK-ROTA
                MOVE ALU-LOGRADOURO  TO WK-LOGRADOURO
                MOVE ALU-NUMERO      TO WK-NUMERO
                MOVE ALU-NOME        TO WK-NOME
                MOVE ALU-RM          TO WK-RM
                MOVE ALU-RESPONSAVEL TO WK-RESPONSAVEL
                MOVE ALU-DDD         TO WK-DDD
                MOVE ALU-TELEFONE    TO WK-TELEFONE
                RELEASE WORK-REC
                GO TO LE-ROTALU1.
       LE-ROTALU9.
                CLOSE CADROTALU CADALUNO.
       LE-ROTALU-FIM.
                EXIT.
      *
      *****************************************
      * QUEBRA POR TURNO E POR ROTA            *
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
                   MOVE WK-TURNO TO W-TURNO-ANT
                   MOVE WK-ROTA TO W-ROTA-ANT
                   PERFORM CABECALHO-TURNO THRU CABECALHO-TURNO-FIM
                   PERFORM CABECALHO-ROTA THRU CABECALHO-ROTA-FIM.
                IF WK-TURNO NOT = W-TURNO-ANT
                   PERFORM FECHA-ROTA THRU FECHA-ROTA-FIM
                   PERFORM FECHA-TURNO THRU FECHA-TURNO-FIM
                   MOVE WK-TURNO TO W-TURNO-ANT
                   MOVE WK-ROTA TO W-ROTA-ANT
                   PERFORM CABECALHO-TURNO THRU CABECALHO-TURNO-FIM
                   PERFORM CABECALHO-ROTA THRU CABECALHO-ROTA-FIM.
                IF WK-ROTA NOT = W-ROTA-ANT
                   PERFORM FECHA-ROTA THRU FECHA-ROTA-FIM
                   MOVE WK-ROTA TO W-ROTA-ANT
                   PERFORM CABECALHO-ROTA THRU CABECALHO-ROTA-FIM.
                MOVE WK-BAIRRO      TO LD-BAIRRO
                MOVE WK-LOGRADOURO  TO LD-LOGRADOURO
                MOVE WK-NUMERO      TO LD-NUMERO
                MOVE WK-RM          TO LD-RM
                MOVE WK-NOME        TO LD-NOME
                MOVE WK-RESPONSAVEL TO LD-RESPONSAVEL
                MOVE WK-DDD         TO LD-DDD
                MOVE WK-TELEFONE    TO LD-TELEFONE
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                ADD 1 TO W-CONT-ROTA W-CONT-TURNO
                GO TO LISTA1.
       LISTA9.
                IF W-PRIMEIRA = "N"
                   PERFORM FECHA-ROTA THRU FECHA-ROTA-FIM
                   PERFORM FECHA-TURNO THRU FECHA-TURNO-FIM.
       LISTA-FIM.
                EXIT.
      *
       CABECALHO-TURNO.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-TURNO-ANT TO W-TURNO-NOME
                PERFORM NOME-TURNO THRU NOME-TURNO-FIM
                MOVE LINHA-TURNO TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE ZEROS TO W-CONT-TURNO.
       CABECALHO-TURNO-FIM.
                EXIT.
      *
       CABECALHO-ROTA.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-ROTA-ANT TO ROT-CODIGO
                READ CADROTA
                IF ST-ROTA NOT = "00"
                   MOVE SPACES TO ROT-DESCRICAO ROT-MOTORISTA
                                  ROT-VEICULO ROT-PLACA
                   MOVE ZEROS TO ROT-MOT-DDD ROT-MOT-TELEFONE
                                 ROT-CAPACIDADE.
                MOVE W-ROTA-ANT       TO LR1-ROTA
                MOVE ROT-DESCRICAO    TO LR1-DESCRICAO
                MOVE ROT-MOTORISTA    TO LR1-MOTORISTA
                MOVE ROT-MOT-DDD      TO LR1-DDD
                MOVE ROT-MOT-TELEFONE TO LR1-TELEFONE
                MOVE LINHA-ROTA1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE ROT-VEICULO      TO LR2-VEICULO
                MOVE ROT-PLACA        TO LR2-PLACA
                MOVE ROT-CAPACIDADE   TO LR2-CAPACIDADE LTR-CAPACIDADE
                MOVE LINHA-ROTA2 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE ZEROS TO W-CONT-ROTA.
       CABECALHO-ROTA-FIM.
                EXIT.
      *
       FECHA-ROTA.
                MOVE W-CONT-ROTA TO LTR-QTDE
                MOVE LINHA-TOT-ROTA TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       FECHA-ROTA-FIM.
                EXIT.
      *
       FECHA-TURNO.
                MOVE W-CONT-TURNO TO LTT-QTDE
                MOVE LINHA-TOT-TURNO TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       FECHA-TURNO-FIM.
                EXIT.
      *
       NOME-TURNO.
                MOVE "NOITE" TO LTU-NOME
                IF W-TURNO-NOME = "M"
                   MOVE "MANHA" TO LTU-NOME.
                IF W-TURNO-NOME = "T"
                   MOVE "TARDE" TO LTU-NOME.
       NOME-TURNO-FIM.
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
