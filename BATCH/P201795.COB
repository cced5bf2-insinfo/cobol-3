       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201795.
       AUTHOR. LEANDRO.
      **************************************************
      * DOADORES REGULARES QUE PARARAM DE CONTRIBUIR.    *
      * CARTOES SYSIN: N MESES SEM DOACAO E O MINIMO DE  *
      * DOACOES QUE FAZ DO AMIGO UM DOADOR REGULAR       *
      * (ZEROS = 3). PERCORRE O CADDOACAO (P201793) POR  *
      * APELIDO E LISTA, AGRUPADO POR TIPO DE AMIGO      *
      * (NOME VIA P201620), TODO AMIGO ATIVO QUE FEZ AO  *
      * MENOS O MINIMO DE DOACOES NOS 12 MESES           *
      * ANTERIORES AO CORTE (HOJE MENOS N MESES) E       *
      * NENHUMA DEPOIS DELE, COM A DATA E O VALOR DA     *
      * ULTIMA DOACAO. CADA UM GANHA NO CADCONTATO UMA   *
      * LINHA DE RETORNO PENDENTE (TIPO "R", COM O       *
      * MOTIVO NA NOTA), QUE O P201732 MOSTRA AO         *
      * OPERADOR NO PROXIMO CONTATO E QUE O P201733 NAO  *
      * CONTA COMO CONTATO FEITO. O AMIGO QUE JA TEM     *
      * RETORNO PENDENTE DEPOIS DA ULTIMA DOACAO SAI NA  *
      * LISTA SEM LINHA NOVA. SAI PELO MODULO COMUM      *
      * P201675.                                         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADDOACAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-DOACAO
                    FILE STATUS  IS ST-DOACAO
                    ALTERNATE RECORD KEY IS DOA-RECIBO.
       SELECT AMIGOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-AMIGOS.
       SELECT CADCONTATO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CONTATO
                    FILE STATUS  IS ST-CONTATO.
       SELECT WORK-FILE ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDOACAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOACAO.DAT".
           COPY DOACAOREC.
       FD AMIGOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AMIGOS.DAT".
           COPY AMIGOREC.
       FD CADCONTATO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTATO.DAT".
           COPY CONTATOREC.
       SD WORK-FILE.
       01 WORK-REC.
                03 WK-TIPO        PIC 9(01).
                03 WK-APELIDO     PIC X(12).
                03 WK-NOME        PIC X(30).
                03 WK-QTD         PIC 9(03).
                03 WK-ULTIMA      PIC 9(08).
                03 WK-VALOR       PIC 9(06)V99.
                03 WK-PENDENTE    PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "DOADORES REGULARES QUE PARARAM".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201795".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201795".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 ST-DOACAO         PIC X(02) VALUE "00".
       77 ST-AMIGOS         PIC X(02) VALUE "00".
       77 ST-CONTATO        PIC X(02) VALUE "00".
       77 W-PARM-MESES      PIC 9(03) VALUE ZEROS.
       77 W-PARM-MINIMO     PIC 9(03) VALUE ZEROS.
       77 W-CORTE           PIC 9(08) VALUE ZEROS.
       77 W-INICIO          PIC 9(08) VALUE ZEROS.
       77 W-MESES-TOTAL     PIC 9(06) VALUE ZEROS.
       77 W-ANO-CORTE       PIC 9(04) VALUE ZEROS.
       77 W-MES-CORTE       PIC 9(02) VALUE ZEROS.
       77 W-FIM-DOACAO      PIC X(01) VALUE "N".
       77 W-APELIDO-ANT     PIC X(12) VALUE SPACES.
       77 W-QTD-JANELA      PIC 9(03) VALUE ZEROS.
       77 W-QTD-DEPOIS      PIC 9(03) VALUE ZEROS.
       77 W-ULTIMA          PIC 9(08) VALUE ZEROS.
       77 W-ULT-VALOR       PIC 9(06)V99 VALUE ZEROS.
       77 W-PENDENTE        PIC X(01) VALUE "N".
       77 W-TIPO-ANT        PIC 9(01) VALUE ZEROS.
       77 W-PRIMEIRA        PIC X(01) VALUE "S".
       77 W-TA-ACHOU        PIC X(01) VALUE "N".
       77 W-TA-DENOM        PIC X(25) VALUE SPACES.
       77 W-CONT-LISTADOS   PIC 9(05) VALUE ZEROS.
       77 W-CONT-RETORNOS   PIC 9(05) VALUE ZEROS.
       77 W-AUD-PROGRAMA    PIC X(08) VALUE "P201795".
       77 W-AUD-OPERADOR    PIC X(08) VALUE "DOACAO".
       77 W-AUD-ACAO        PIC X(10) VALUE SPACES.
       77 W-AUD-CHAVE       PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES       PIC X(200) VALUE SPACES.
       77 W-AUD-DEPOIS      PIC X(200) VALUE SPACES.
       01 W-HOJE.
                03 W-ANO-ATUAL     PIC 9(04).
                03 W-MES-ATUAL     PIC 9(02).
                03 W-DIA-ATUAL     PIC 9(02).
       01 W-NOTA.
                03 FILLER          PIC X(22)
                    VALUE "DOACOES PARADAS DESDE ".
                03 W-NOTA-ULTIMA   PIC 9(08).
       01 LINHA-CAB1.
                03 FILLER        PIC X(22)
                    VALUE "SEM DOACAO DESDE....: ".
                03 LC-CORTE      PIC 9(08).
                03 FILLER        PIC X(24)
                    VALUE "   REGULAR: MINIMO DE ".
                03 LC-MINIMO     PIC ZZ9.
                03 FILLER        PIC X(17) VALUE " DOACOES DESDE ".
                03 LC-INICIO     PIC 9(08).
       01 LINHA-TIPO.
                03 FILLER        PIC X(16)
                    VALUE "TIPO DE AMIGO: ".
                03 LT-TIPO       PIC 9(01).
                03 FILLER        PIC X(03) VALUE " - ".
                03 LT-DENOM      PIC X(25).
       01 LINHA-DET.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-APELIDO    PIC X(12).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-NOME       PIC X(30).
                03 FILLER        PIC X(10) VALUE " DOACOES: ".
                03 LD-QTD        PIC ZZ9.
                03 FILLER        PIC X(10) VALUE "  ULTIMA: ".
                03 LD-ULTIMA     PIC 9(08).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-VALOR      PIC ZZZ.ZZ9,99.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-OBS        PIC X(24).
       01 LINHA-TOT1.
                03 FILLER        PIC X(26)
                    VALUE "DOADORES QUE PARARAM...: ".
                03 LT1-QTD       PIC ZZZZ9.
       01 LINHA-TOT2.
                03 FILLER        PIC X(26)
                    VALUE "RETORNOS LANCADOS......: ".
                03 LT2-QTD       PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                ACCEPT W-PARM-MESES
                ACCEPT W-PARM-MINIMO
                IF W-PARM-MESES = ZEROS
                   DISPLAY "PARAMETRO DE MESES INVALIDO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                IF W-PARM-MINIMO NOT NUMERIC
                   OR W-PARM-MINIMO = ZEROS
                   MOVE 3 TO W-PARM-MINIMO.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
      *
      * DATA DE CORTE: HOJE MENOS N MESES; A JANELA DO DOADOR
      * REGULAR SAO OS 12 MESES ANTERIORES AO CORTE
      *
                COMPUTE W-MESES-TOTAL = (W-ANO-ATUAL * 12)
                                      + W-MES-ATUAL - 1 - W-PARM-MESES
                DIVIDE W-MESES-TOTAL BY 12 GIVING W-ANO-CORTE
                       REMAINDER W-MES-CORTE
                ADD 1 TO W-MES-CORTE
                COMPUTE W-CORTE = (W-ANO-CORTE * 10000)
                        + (W-MES-CORTE * 100) + W-DIA-ATUAL
                COMPUTE W-INICIO = W-CORTE - 10000
                OPEN INPUT CADDOACAO
                IF ST-DOACAO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO CADDOACAO: " ST-DOACAO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT AMIGOS
                IF ST-AMIGOS NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO AMIGOS: "
                                                           ST-AMIGOS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN I-O CADCONTATO
                IF ST-CONTATO NOT = "00"
                   IF ST-CONTATO = "30" OR "35"
                      OPEN OUTPUT CADCONTATO
                      CLOSE CADCONTATO
                      OPEN I-O CADCONTATO
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO CADCONTATO: "
                                                          ST-CONTATO
                      MOVE 8 TO RETURN-CODE
                      STOP RUN.
                SORT WORK-FILE
                     ON ASCENDING KEY WK-TIPO WK-APELIDO
                     INPUT PROCEDURE  IS LE-DOACAO THRU LE-DOACAO-FIM
                     OUTPUT PROCEDURE IS IMPRIME THRU IMPRIME-FIM
                CLOSE CADDOACAO AMIGOS CADCONTATO
                MOVE "F" TO W-RC-EVENTO
                MOVE W-CONT-RETORNOS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                STOP RUN.
      *
      *****************************************
      * DOACOES NA ORDEM DA CHAVE: CONTA, POR  *
      * APELIDO, AS DOACOES DA JANELA E AS     *
      * FEITAS DEPOIS DO CORTE                 *
      *****************************************
       LE-DOACAO.
                READ CADDOACAO NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIM-DOACAO
                      GO TO LE-DOACAO-020
                   NOT AT END
                      NEXT SENTENCE.
                IF DOA-APELIDO = W-APELIDO-ANT
                   GO TO LE-DOACAO-010.
       LE-DOACAO-020.
                IF W-APELIDO-ANT NOT = SPACES
                   PERFORM AVALIA-DOADOR THRU AVALIA-DOADOR-FIM.
                IF W-FIM-DOACAO = "S"
                   GO TO LE-DOACAO-FIM.
                MOVE DOA-APELIDO TO W-APELIDO-ANT
                MOVE ZEROS TO W-QTD-JANELA W-QTD-DEPOIS W-ULTIMA
                              W-ULT-VALOR.
       LE-DOACAO-010.
                IF DOA-DATA NOT < W-CORTE
                   ADD 1 TO W-QTD-DEPOIS
                ELSE
                   IF DOA-DATA NOT < W-INICIO
                      ADD 1 TO W-QTD-JANELA.
                MOVE DOA-DATA  TO W-ULTIMA
                MOVE DOA-VALOR TO W-ULT-VALOR
                GO TO LE-DOACAO.
       LE-DOACAO-FIM.
                EXIT.
      *
      *****************************************
      * DOADOR REGULAR NA JANELA E SEM DOACAO  *
      * DEPOIS DO CORTE: LISTA E LANCA O       *
      * RETORNO PENDENTE NO CADCONTATO         *
      *****************************************
       AVALIA-DOADOR.
                IF W-QTD-DEPOIS NOT = ZEROS
                   OR W-QTD-JANELA < W-PARM-MINIMO
                   GO TO AVALIA-DOADOR-FIM.
                MOVE W-APELIDO-ANT TO APELIDO
                READ AMIGOS
                IF ST-AMIGOS NOT = "00"
                   GO TO AVALIA-DOADOR-FIM.
                IF SIT-EXCLUIDO
                   GO TO AVALIA-DOADOR-FIM.
                PERFORM BUSCA-PENDENTE THRU BUSCA-PENDENTE-FIM
                IF W-PENDENTE NOT = "S"
                   PERFORM GRAVA-RETORNO THRU GRAVA-RETORNO-FIM.
                MOVE TIPO-AMIGO   TO WK-TIPO
                MOVE APELIDO      TO WK-APELIDO
                MOVE NOME         TO WK-NOME
                MOVE W-QTD-JANELA TO WK-QTD
                MOVE W-ULTIMA     TO WK-ULTIMA
                MOVE W-ULT-VALOR  TO WK-VALOR
                MOVE W-PENDENTE   TO WK-PENDENTE
                RELEASE WORK-REC.
       AVALIA-DOADOR-FIM.
                EXIT.
      *
      *****************************************
      * JA EXISTE RETORNO PENDENTE LANCADO     *
      * DEPOIS DA ULTIMA DOACAO?               *
      *****************************************
       BUSCA-PENDENTE.
                MOVE "N" TO W-PENDENTE
                MOVE W-APELIDO-ANT TO CTT-APELIDO
                MOVE W-ULTIMA      TO CTT-DATA
                MOVE ZEROS         TO CTT-SEQ
                START CADCONTATO KEY IS NOT < CHAVE-CONTATO
                IF ST-CONTATO NOT = "00"
                   GO TO BUSCA-PENDENTE-FIM.
       BUSCA-PENDENTE1.
                READ CADCONTATO NEXT RECORD
                   AT END
                      GO TO BUSCA-PENDENTE-FIM.
                IF CTT-APELIDO NOT = W-APELIDO-ANT
                   GO TO BUSCA-PENDENTE-FIM.
                IF CTT-RETORNO
                   MOVE "S" TO W-PENDENTE
                   GO TO BUSCA-PENDENTE-FIM.
                GO TO BUSCA-PENDENTE1.
       BUSCA-PENDENTE-FIM.
                EXIT.
      *
       GRAVA-RETORNO.
                MOVE W-APELIDO-ANT TO CTT-APELIDO
                MOVE W-HOJE        TO CTT-DATA
                MOVE 01            TO CTT-SEQ
                MOVE "R"           TO CTT-TIPO
                MOVE W-ULTIMA      TO W-NOTA-ULTIMA
                MOVE W-NOTA        TO CTT-NOTA
                MOVE W-RC-PROGRAMA TO CTT-OPERADOR.
       GRAVA-RETORNO1.
                WRITE REGCONTATO
                IF ST-CONTATO = "22"
                   ADD 1 TO CTT-SEQ
                   IF CTT-SEQ < 99
                      GO TO GRAVA-RETORNO1
                   ELSE
                      DISPLAY "LIMITE DE CONTATOS NO DIA: "
                                                      W-APELIDO-ANT
                      GO TO GRAVA-RETORNO-FIM.
                IF ST-CONTATO NOT = "00" AND ST-CONTATO NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO CADCONTATO: "
                                                      ST-CONTATO
                   MOVE 8 TO RETURN-CODE
                   GO TO GRAVA-RETORNO-FIM.
                ADD 1 TO W-CONT-RETORNOS
                MOVE CHAVE-CONTATO TO W-AUD-CHAVE
                MOVE SPACES TO W-AUD-ANTES
                MOVE REGCONTATO TO W-AUD-DEPOIS
                MOVE "GRAVACAO" TO W-AUD-ACAO
                CALL "P201622" USING W-AUD-PROGRAMA W-AUD-OPERADOR
                            W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                            W-AUD-DEPOIS.
       GRAVA-RETORNO-FIM.
                EXIT.
      *
      *****************************************
      * IMPRESSAO COM QUEBRA POR TIPO DE AMIGO *
      *****************************************
       IMPRIME.
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE W-CORTE       TO LC-CORTE
                MOVE W-PARM-MINIMO TO LC-MINIMO
                MOVE W-INICIO      TO LC-INICIO
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-010.
                RETURN WORK-FILE
                   AT END
                      GO TO IMPRIME-020
                   NOT AT END
                      NEXT SENTENCE.
                IF W-PRIMEIRA = "S"
                   MOVE "N" TO W-PRIMEIRA
                   MOVE WK-TIPO TO W-TIPO-ANT
                   PERFORM CABECA-TIPO THRU CABECA-TIPO-FIM.
                IF WK-TIPO NOT = W-TIPO-ANT
                   MOVE WK-TIPO TO W-TIPO-ANT
                   PERFORM CABECA-TIPO THRU CABECA-TIPO-FIM.
                MOVE WK-APELIDO TO LD-APELIDO
                MOVE WK-NOME    TO LD-NOME
                MOVE WK-QTD     TO LD-QTD
                MOVE WK-ULTIMA  TO LD-ULTIMA
                MOVE WK-VALOR   TO LD-VALOR
                IF WK-PENDENTE = "S"
                   MOVE "RETORNO JA PENDENTE" TO LD-OBS
                ELSE
                   MOVE "RETORNO LANCADO" TO LD-OBS.
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                ADD 1 TO W-CONT-LISTADOS
                GO TO IMPRIME-010.
       IMPRIME-020.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-LISTADOS TO LT1-QTD
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-RETORNOS TO LT2-QTD
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL.
       IMPRIME-FIM.
                EXIT.
      *
       CABECA-TIPO.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-TIPO-ANT TO LT-TIPO
                MOVE "N" TO W-TA-ACHOU
                MOVE SPACES TO W-TA-DENOM
                CALL "P201620" USING W-TIPO-ANT W-TA-DENOM W-TA-ACHOU
                MOVE W-TA-DENOM TO LT-DENOM
                MOVE LINHA-TIPO TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       CABECA-TIPO-FIM.
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
