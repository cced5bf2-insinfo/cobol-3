       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201797.
       AUTHOR. LEANDRO.
      **************************************************
      * GERACAO DA LISTA DE CONVIDADOS DE UM EVENTO.     *
      * CARTOES SYSIN: CODIGO DO EVENTO (ATIVO NO        *
      * CADEVENTO, FP201796), TIPO DE AMIGO (ZERO =      *
      * TODOS, VALIDADO VIA P201620), UF (BRANCO =       *
      * TODAS), CIDADE (BRANCO = TODAS), MODO ("F" = UM  *
      * CONVITE POR CHAVE-FAMILIA, COMO NA MALA DIRETA   *
      * P201673) E MESES DE CONTATO (ZEROS = SEM FILTRO; *
      * SENAO SO O AMIGO COM CONTATO NO CADCONTATO NOS   *
      * ULTIMOS N MESES, SEM CONTAR O RETORNO PENDENTE   *
      * "R"). CADA AMIGO ATIVO SELECIONADO GANHA UM      *
      * REGISTRO NO CADCONVITE, SEM RESPOSTA; QUEM JA    *
      * ESTAVA CONVIDADO FICA COMO ESTA. RESPOSTAS E     *
      * PRESENCA SAO LANCADAS NO P201798. AMIGO QUE      *
      * REVOGOU O CONSENTIMENTO PARA CONVITES            *
      * (CADCONSENT, VIA P201801) FICA FORA. SAI PELO    *
      * MODULO COMUM P201675.                            *
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
       SELECT AMIGOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-AMIGOS.
       SELECT CADCONTATO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CONTATO
                    FILE STATUS  IS ST-CONTATO.
       SELECT CADCONVITE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS CHAVE-CONVITE
                    FILE STATUS  IS ST-CONVITE.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEVENTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVENTO.DAT".
           COPY EVENTOREC.
       FD AMIGOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AMIGOS.DAT".
           COPY AMIGOREC.
       FD CADCONTATO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTATO.DAT".
           COPY CONTATOREC.
       FD CADCONVITE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONVITE.DAT".
           COPY CONVITEREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "GERACAO DE CONVITES DO EVENTO".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201797".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201797".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 ST-EVENTO         PIC X(02) VALUE "00".
       77 ST-AMIGOS         PIC X(02) VALUE "00".
       77 ST-CONTATO        PIC X(02) VALUE "00".
       77 ST-CONVITE        PIC X(02) VALUE "00".
       77 W-PARM-EVENTO     PIC X(06) VALUE SPACES.
       77 W-PARM-TIPO       PIC 9(01) VALUE ZEROS.
       77 W-PARM-UF         PIC X(02) VALUE SPACES.
       77 W-PARM-CIDADE     PIC X(20) VALUE SPACES.
       77 W-PARM-MODO       PIC X(01) VALUE SPACE.
       77 W-PARM-MESES      PIC 9(03) VALUE ZEROS.
       77 W-CORTE           PIC 9(08) VALUE ZEROS.
       77 W-MESES-TOTAL     PIC 9(06) VALUE ZEROS.
       77 W-ANO-CORTE       PIC 9(04) VALUE ZEROS.
       77 W-MES-CORTE       PIC 9(02) VALUE ZEROS.
       77 W-ULTIMO          PIC 9(08) VALUE ZEROS.
       77 W-TA-ACHOU        PIC X(01) VALUE "N".
       77 W-TA-DENOM        PIC X(25) VALUE SPACES.
       77 W-QTD-IMPRESSAS   PIC 9(03) COMP VALUE ZEROS.
       77 W-IND             PIC 9(03) COMP VALUE ZEROS.
       77 W-JA-IMPRESSA     PIC X(01) VALUE "N".
       77 W-CONT-GERADOS    PIC 9(05) VALUE ZEROS.
       77 W-CONT-JA         PIC 9(05) VALUE ZEROS.
       77 W-CONT-SEMCONS    PIC 9(05) VALUE ZEROS.
       77 W-CS-ORIGEM       PIC X(01) VALUE "A".
       77 W-CS-CHAVE        PIC X(12) VALUE SPACES.
       77 W-CS-FINALIDADE   PIC X(02) VALUE "EV".
       77 W-CS-PERMITE      PIC X(01) VALUE "S".
       77 W-AUD-PROGRAMA    PIC X(08) VALUE "P201797".
       77 W-AUD-OPERADOR    PIC X(08) VALUE "EVENTO".
       77 W-AUD-ACAO        PIC X(10) VALUE SPACES.
       77 W-AUD-CHAVE       PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES       PIC X(200) VALUE SPACES.
       77 W-AUD-DEPOIS      PIC X(200) VALUE SPACES.
       01 TABELA-FAMILIAS.
                03 FAM-ITEM OCCURS 500 TIMES.
                   05 TAB-FAMILIA    PIC X(12).
       01 W-HOJE.
                03 W-ANO-ATUAL     PIC 9(04).
                03 W-MES-ATUAL     PIC 9(02).
                03 W-DIA-ATUAL     PIC 9(02).
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
                03 FILLER        PIC X(06) VALUE "TIPO: ".
                03 LC-TIPO       PIC 9(01).
                03 FILLER        PIC X(07) VALUE "   UF: ".
                03 LC-UF         PIC X(02).
                03 FILLER        PIC X(11) VALUE "   CIDADE: ".
                03 LC-CIDADE     PIC X(20).
                03 FILLER        PIC X(09) VALUE "   MODO: ".
                03 LC-MODO       PIC X(01).
                03 FILLER        PIC X(22)
                    VALUE "   CONTATO DESDE....: ".
                03 LC-CORTE      PIC 9(08).
       01 LINHA-DET.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-APELIDO    PIC X(12).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-NOME       PIC X(30).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-TIPO       PIC 9(01).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-CIDADE     PIC X(20).
                03 FILLER        PIC X(01) VALUE "-".
                03 LD-UF         PIC X(02).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-FAMILIA    PIC X(12).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-OBS        PIC X(20).
       01 LINHA-TOT1.
                03 FILLER        PIC X(26)
                    VALUE "CONVITES GERADOS.......: ".
                03 LT1-QTD       PIC ZZZZ9.
       01 LINHA-TOT2.
                03 FILLER        PIC X(26)
                    VALUE "JA CONVIDADOS..........: ".
                03 LT2-QTD       PIC ZZZZ9.
       01 LINHA-TOT3.
                03 FILLER        PIC X(26)
                    VALUE "SEM CONSENTIMENTO......: ".
                03 LT3-QTD       PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                PERFORM ACEITA-PARM THRU ACEITA-PARM-FIM
                PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE EVT-CODIGO    TO LC-EVENTO
                MOVE EVT-DESCRICAO TO LC-DESCRICAO
                MOVE EVT-DATA      TO LC-DATA
                MOVE EVT-LOCAL     TO LC-LOCAL
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-PARM-TIPO   TO LC-TIPO
                MOVE W-PARM-UF     TO LC-UF
                MOVE W-PARM-CIDADE TO LC-CIDADE
                MOVE W-PARM-MODO   TO LC-MODO
                MOVE W-CORTE       TO LC-CORTE
                MOVE LINHA-CAB2 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                PERFORM CONVITE-001 THRU CONVITE-001-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-GERADOS TO LT1-QTD
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-JA TO LT2-QTD
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-SEMCONS TO LT3-QTD
                MOVE LINHA-TOT3 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                CLOSE CADEVENTO AMIGOS CADCONTATO CADCONVITE
                MOVE "F" TO W-RC-EVENTO
                MOVE W-CONT-GERADOS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                STOP RUN.
      *
      *****************************************
      * LEITURA DOS CARTOES DE PARAMETROS      *
      * (SYSIN)                                *
      *****************************************
       ACEITA-PARM.
                ACCEPT W-PARM-EVENTO
                ACCEPT W-PARM-TIPO
                ACCEPT W-PARM-UF
                ACCEPT W-PARM-CIDADE
                ACCEPT W-PARM-MODO
                ACCEPT W-PARM-MESES
                IF W-PARM-MODO = "f"
                   MOVE "F" TO W-PARM-MODO.
                IF W-PARM-EVENTO = SPACES
                   DISPLAY "CODIGO DO EVENTO EM BRANCO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                IF W-PARM-TIPO NOT = ZEROS
                   MOVE "N" TO W-TA-ACHOU
                   CALL "P201620" USING W-PARM-TIPO W-TA-DENOM
                                        W-TA-ACHOU
                   IF W-TA-ACHOU NOT = "S"
                      DISPLAY "TIPO DE AMIGO INVALIDO: " W-PARM-TIPO
                      MOVE 8 TO RETURN-CODE
                      STOP RUN.
                IF W-PARM-MESES NOT NUMERIC
                   MOVE ZEROS TO W-PARM-MESES.
      *
      * CONTATO RECENTE: O ULTIMO CONTATO TEM DE SER DE HOJE MENOS
      * N MESES EM DIANTE
      *
                IF W-PARM-MESES NOT = ZEROS
                   ACCEPT W-HOJE FROM DATE YYYYMMDD
                   COMPUTE W-MESES-TOTAL = (W-ANO-ATUAL * 12)
                                   + W-MES-ATUAL - 1 - W-PARM-MESES
                   DIVIDE W-MESES-TOTAL BY 12 GIVING W-ANO-CORTE
                          REMAINDER W-MES-CORTE
                   ADD 1 TO W-MES-CORTE
                   COMPUTE W-CORTE = (W-ANO-CORTE * 10000)
                           + (W-MES-CORTE * 100) + W-DIA-ATUAL.
       ACEITA-PARM-FIM.
                EXIT.
      *
       ABRE-ARQUIVOS.
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
                IF EVT-EXCLUIDO
                   DISPLAY "EVENTO EXCLUIDO: " W-PARM-EVENTO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT AMIGOS
                IF ST-AMIGOS NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO AMIGOS: "
                                                           ST-AMIGOS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADCONTATO
                IF ST-CONTATO NOT = "00"
                   IF W-PARM-MESES NOT = ZEROS
                      DISPLAY "ERRO NA ABERTURA DO CADCONTATO: "
                                                          ST-CONTATO
                      MOVE 8 TO RETURN-CODE
                      STOP RUN.
                OPEN I-O CADCONVITE
                IF ST-CONVITE NOT = "00"
                   IF ST-CONVITE = "30" OR "35"
                      OPEN OUTPUT CADCONVITE
                      CLOSE CADCONVITE
                      OPEN I-O CADCONVITE
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO CADCONVITE: "
                                                          ST-CONVITE
                      MOVE 8 TO RETURN-CODE
                      STOP RUN.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
       ABRE-ARQUIVOS-FIM.
                EXIT.
      *
      *****************************************
      * SELECAO DOS AMIGOS E GRAVACAO DOS      *
      * CONVITES                               *
      *****************************************
       CONVITE-001.
                READ AMIGOS NEXT RECORD
                   AT END
                      GO TO CONVITE-001-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF SIT-EXCLUIDO
                   GO TO CONVITE-001.
                IF W-PARM-TIPO NOT = ZEROS
                   AND TIPO-AMIGO NOT = W-PARM-TIPO
                   GO TO CONVITE-001.
                IF W-PARM-UF NOT = SPACES
                   AND UF NOT = W-PARM-UF
                   GO TO CONVITE-001.
                IF W-PARM-CIDADE NOT = SPACES
                   AND CIDADE NOT = W-PARM-CIDADE
                   GO TO CONVITE-001.
                IF W-PARM-MESES NOT = ZEROS
                   PERFORM BUSCA-ULTIMO THRU BUSCA-ULTIMO-FIM
                   IF W-ULTIMO < W-CORTE
                      GO TO CONVITE-001.
                MOVE APELIDO TO W-CS-CHAVE
                CALL "P201801" USING W-CS-ORIGEM W-CS-CHAVE
                                     W-CS-FINALIDADE W-CS-PERMITE
                IF W-CS-PERMITE = "N"
                   ADD 1 TO W-CONT-SEMCONS
                   GO TO CONVITE-001.
      *
      * MODO POR FAMILIA: SO A PRIMEIRA OCORRENCIA DE CADA
      * CHAVE-FAMILIA E CONVIDADA (MESMA REGRA DO P201673)
      *
                IF W-PARM-MODO = "F"
                   AND CHAVE-FAMILIA NOT = SPACES
                   PERFORM TESTA-FAMILIA THRU TESTA-FAMILIA-FIM
                   IF W-JA-IMPRESSA = "S"
                      GO TO CONVITE-001.
                MOVE W-PARM-EVENTO TO CNV-EVENTO
                MOVE APELIDO       TO CNV-APELIDO
                MOVE W-HOJE        TO CNV-DATA-CONVITE
                MOVE SPACE         TO CNV-RESPOSTA CNV-PRESENCA
                MOVE W-RC-PROGRAMA TO CNV-OPERADOR
                WRITE REGCONVITE
                IF ST-CONVITE = "22"
                   MOVE "JA CONVIDADO" TO LD-OBS
                   ADD 1 TO W-CONT-JA
                   GO TO CONVITE-002.
                IF ST-CONVITE NOT = "00" AND ST-CONVITE NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO CADCONVITE: "
                                                      ST-CONVITE
                   MOVE 8 TO RETURN-CODE
                   GO TO CONVITE-001-FIM.
                MOVE "CONVITE GERADO" TO LD-OBS
                ADD 1 TO W-CONT-GERADOS
                MOVE CHAVE-CONVITE TO W-AUD-CHAVE
                MOVE SPACES TO W-AUD-ANTES
                MOVE REGCONVITE TO W-AUD-DEPOIS
                MOVE "GRAVACAO" TO W-AUD-ACAO
                CALL "P201622" USING W-AUD-PROGRAMA W-AUD-OPERADOR
                            W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                            W-AUD-DEPOIS.
       CONVITE-002.
                MOVE APELIDO       TO LD-APELIDO
                MOVE NOME          TO LD-NOME
                MOVE TIPO-AMIGO    TO LD-TIPO
                MOVE CIDADE        TO LD-CIDADE
                MOVE UF            TO LD-UF
                MOVE SPACES        TO LD-FAMILIA
                IF W-PARM-MODO = "F"
                   MOVE CHAVE-FAMILIA TO LD-FAMILIA.
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                GO TO CONVITE-001.
       CONVITE-001-FIM.
                EXIT.
      *
      *****************************************
      * DATA DO ULTIMO CONTATO FEITO COM O     *
      * AMIGO (O RETORNO PENDENTE NAO CONTA)   *
      *****************************************
       BUSCA-ULTIMO.
                MOVE ZEROS TO W-ULTIMO
                MOVE APELIDO TO CTT-APELIDO
                MOVE ZEROS   TO CTT-DATA CTT-SEQ
                START CADCONTATO KEY IS NOT < CHAVE-CONTATO
                IF ST-CONTATO NOT = "00"
                   GO TO BUSCA-ULTIMO-FIM.
       BUSCA-ULTIMO1.
                READ CADCONTATO NEXT RECORD
                   AT END
                      GO TO BUSCA-ULTIMO-FIM.
                IF CTT-APELIDO NOT = APELIDO
                   GO TO BUSCA-ULTIMO-FIM.
                IF NOT CTT-RETORNO
                   MOVE CTT-DATA TO W-ULTIMO.
                GO TO BUSCA-ULTIMO1.
       BUSCA-ULTIMO-FIM.
                EXIT.
      *
       TESTA-FAMILIA.
                MOVE "N" TO W-JA-IMPRESSA
                PERFORM TESTA-FAMILIA1 THRU TESTA-FAMILIA1-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > W-QTD-IMPRESSAS
                     OR W-JA-IMPRESSA = "S"
                IF W-JA-IMPRESSA = "N"
                   IF W-QTD-IMPRESSAS < 500
                      ADD 1 TO W-QTD-IMPRESSAS
                      MOVE CHAVE-FAMILIA
                        TO TAB-FAMILIA (W-QTD-IMPRESSAS).
       TESTA-FAMILIA-FIM.
                EXIT.
      *
       TESTA-FAMILIA1.
                IF TAB-FAMILIA (W-IND) = CHAVE-FAMILIA
                   MOVE "S" TO W-JA-IMPRESSA.
       TESTA-FAMILIA1-FIM.
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
