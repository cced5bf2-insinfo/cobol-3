       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201794.
       AUTHOR. LEANDRO.
      **************************************************
      * EXTRATO ANUAL DE DOACOES POR AMIGO E RESUMO      *
      * MENSAL POR TIPO DE AMIGO. PARA O ANO DO CARTAO   *
      * SYSIN (ZEROS = ANO CORRENTE), PERCORRE O         *
      * CADDOACAO (LANCADO NO P201793) NA ORDEM DA CHAVE *
      * - APELIDO E DATA - E IMPRIME, PARA CADA AMIGO,   *
      * AS DOACOES DO ANO (DATA, RECIBO, FORMA, CAMPANHA *
      * E VALOR) E O TOTAL CONTRIBUIDO. NO FIM, O RESUMO *
      * SOMA QUANTIDADE E VALOR DAS DOACOES POR TIPO DE  *
      * AMIGO (NOME VIA P201620) E MES. DOACAO DE        *
      * APELIDO QUE NAO ESTA MAIS NO AMIGOS.DAT ENTRA NO *
      * TIPO ZERO. SAI PELO MODULO COMUM P201675.        *
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "EXTRATO ANUAL DE DOACOES DOS AMIGOS".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201794".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201794".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 ST-DOACAO         PIC X(02) VALUE "00".
       77 ST-AMIGOS         PIC X(02) VALUE "00".
       77 W-PARM-ANO        PIC 9(04) VALUE ZEROS.
       77 W-APELIDO-ANT     PIC X(12) VALUE SPACES.
       77 W-TIPO            PIC 9(01) VALUE ZEROS.
       77 W-IND-TIPO        PIC 9(02) VALUE ZEROS.
       77 W-IND-MES         PIC 9(02) VALUE ZEROS.
       77 W-TA-CODIGO       PIC 9(01) VALUE ZEROS.
       77 W-TA-ACHOU        PIC X(01) VALUE "N".
       77 W-TA-DENOM        PIC X(25) VALUE SPACES.
       77 W-QTD-AMIGO       PIC 9(04) VALUE ZEROS.
       77 W-TOT-AMIGO       PIC 9(08)V99 VALUE ZEROS.
       77 W-QTD-TIPO        PIC 9(05) VALUE ZEROS.
       77 W-TOT-TIPO        PIC 9(09)V99 VALUE ZEROS.
       77 W-CONT-AMIGOS     PIC 9(05) VALUE ZEROS.
       77 W-CONT-DOACOES    PIC 9(07) VALUE ZEROS.
       77 W-TOT-GERAL       PIC 9(10)V99 VALUE ZEROS.
       01 W-HOJE.
                03 W-ANO-ATUAL     PIC 9(04).
                03 W-MES-ATUAL     PIC 9(02).
                03 W-DIA-ATUAL     PIC 9(02).
      *
      * TIPO DE AMIGO (0 A 9, INDICE = TIPO + 1) X MES
      *
       01 TABELA-RESUMO.
                03 RES-TIPO OCCURS 10 TIMES.
                   05 RES-MES OCCURS 12 TIMES.
                      07 RES-QTD       PIC 9(05).
                      07 RES-VALOR     PIC 9(09)V99.
       01 LINHA-CAB1.
                03 FILLER        PIC X(16) VALUE "ANO DO EXTRATO: ".
                03 LC-ANO        PIC 9(04).
       01 LINHA-AMIGO.
                03 FILLER        PIC X(07) VALUE "AMIGO: ".
                03 LA-APELIDO    PIC X(12).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LA-NOME       PIC X(30).
                03 FILLER        PIC X(07) VALUE " TIPO: ".
                03 LA-TIPO       PIC 9(01).
       01 LINHA-DET.
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LD-DIA        PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LD-MES        PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LD-ANO        PIC 9(04).
                03 FILLER        PIC X(09) VALUE "  RECIBO ".
                03 LD-RECIBO     PIC 9(06).
                03 FILLER        PIC X(08) VALUE "  FORMA ".
                03 LD-FORMA      PIC X(01).
                03 FILLER        PIC X(11) VALUE "  CAMPANHA ".
                03 LD-CAMPANHA   PIC X(06).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-VALOR      PIC ZZZ.ZZ9,99.
       01 LINHA-TOT-AMIGO.
                03 FILLER        PIC X(04) VALUE SPACES.
                03 FILLER        PIC X(24)
                    VALUE "TOTAL CONTRIBUIDO NO ANO".
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LTA-QTD       PIC ZZZ9.
                03 FILLER        PIC X(11) VALUE " DOACAO(ES)".
                03 FILLER        PIC X(12) VALUE SPACES.
                03 LTA-VALOR     PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-RESUMO       PIC X(80)
           VALUE "RESUMO MENSAL POR TIPO DE AMIGO".
       01 LINHA-TIPO.
                03 FILLER        PIC X(16)
                    VALUE "TIPO DE AMIGO: ".
                03 LT-TIPO       PIC 9(01).
                03 FILLER        PIC X(03) VALUE " - ".
                03 LT-DENOM      PIC X(25).
       01 LINHA-MES.
                03 FILLER        PIC X(04) VALUE SPACES.
                03 FILLER        PIC X(04) VALUE "MES ".
                03 LM-MES        PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LM-ANO        PIC 9(04).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LM-QTD        PIC ZZZZ9.
                03 FILLER        PIC X(11) VALUE " DOACAO(ES)".
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LM-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOT-TIPO.
                03 FILLER        PIC X(04) VALUE SPACES.
                03 FILLER        PIC X(13) VALUE "TOTAL DO TIPO".
                03 LTT-QTD       PIC ZZZZ9.
                03 FILLER        PIC X(11) VALUE " DOACAO(ES)".
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LTT-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOT1.
                03 FILLER        PIC X(26)
                    VALUE "AMIGOS QUE DOARAM......: ".
                03 LT1-QTD       PIC ZZZZ9.
       01 LINHA-TOT2.
                03 FILLER        PIC X(26)
                    VALUE "DOACOES NO ANO.........: ".
                03 LT2-QTD       PIC ZZZZZZ9.
       01 LINHA-TOT3.
                03 FILLER        PIC X(26)
                    VALUE "VALOR TOTAL ARRECADADO.: ".
                03 LT3-VALOR     PIC Z.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                ACCEPT W-PARM-ANO
                IF W-PARM-ANO = ZEROS
                   ACCEPT W-HOJE FROM DATE YYYYMMDD
                   MOVE W-ANO-ATUAL TO W-PARM-ANO.
                MOVE ZEROS TO TABELA-RESUMO
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
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE W-PARM-ANO TO LC-ANO
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                PERFORM LE-DOACAO THRU LE-DOACAO-FIM
                PERFORM RESUMO THRU RESUMO-FIM
                PERFORM TOTAIS THRU TOTAIS-FIM
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                CLOSE CADDOACAO AMIGOS
                MOVE "F" TO W-RC-EVENTO
                MOVE W-CONT-DOACOES TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                STOP RUN.
      *
      *****************************************
      * DOACOES DO ANO NA ORDEM DA CHAVE, COM  *
      * QUEBRA POR APELIDO                     *
      *****************************************
       LE-DOACAO.
                READ CADDOACAO NEXT RECORD
                   AT END
                      GO TO LE-DOACAO-020
                   NOT AT END
                      NEXT SENTENCE.
                IF DOA-ANO NOT = W-PARM-ANO
                   GO TO LE-DOACAO.
                IF DOA-APELIDO NOT = W-APELIDO-ANT
                   IF W-APELIDO-ANT NOT = SPACES
                      PERFORM TOTAL-AMIGO THRU TOTAL-AMIGO-FIM
                      PERFORM CABECA-AMIGO THRU CABECA-AMIGO-FIM
                   ELSE
                      PERFORM CABECA-AMIGO THRU CABECA-AMIGO-FIM.
                MOVE DOA-DIA      TO LD-DIA
                MOVE DOA-MES      TO LD-MES
                MOVE DOA-ANO      TO LD-ANO
                MOVE DOA-RECIBO   TO LD-RECIBO
                MOVE DOA-FORMA    TO LD-FORMA
                MOVE DOA-CAMPANHA TO LD-CAMPANHA
                MOVE DOA-VALOR    TO LD-VALOR
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                ADD 1 TO W-QTD-AMIGO W-CONT-DOACOES
                ADD DOA-VALOR TO W-TOT-AMIGO W-TOT-GERAL
                COMPUTE W-IND-TIPO = W-TIPO + 1
                ADD 1 TO RES-QTD (W-IND-TIPO DOA-MES)
                ADD DOA-VALOR TO RES-VALOR (W-IND-TIPO DOA-MES)
                GO TO LE-DOACAO.
       LE-DOACAO-020.
                IF W-APELIDO-ANT NOT = SPACES
                   PERFORM TOTAL-AMIGO THRU TOTAL-AMIGO-FIM.
       LE-DOACAO-FIM.
                EXIT.
      *
       CABECA-AMIGO.
                MOVE DOA-APELIDO TO W-APELIDO-ANT APELIDO
                MOVE ZEROS TO W-QTD-AMIGO W-TOT-AMIGO
                ADD 1 TO W-CONT-AMIGOS
                READ AMIGOS
                IF ST-AMIGOS = "00"
                   MOVE TIPO-AMIGO TO W-TIPO
                   MOVE NOME TO LA-NOME
                ELSE
                   MOVE ZEROS TO W-TIPO
                   MOVE "*** NAO CADASTRADO ***" TO LA-NOME.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE DOA-APELIDO TO LA-APELIDO
                MOVE W-TIPO TO LA-TIPO
                MOVE LINHA-AMIGO TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       CABECA-AMIGO-FIM.
                EXIT.
      *
       TOTAL-AMIGO.
                MOVE W-QTD-AMIGO TO LTA-QTD
                MOVE W-TOT-AMIGO TO LTA-VALOR
                MOVE LINHA-TOT-AMIGO TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM.
       TOTAL-AMIGO-FIM.
                EXIT.
      *
      *****************************************
      * RESUMO MENSAL POR TIPO DE AMIGO        *
      *****************************************
       RESUMO.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-RESUMO TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                PERFORM RESUMO-TIPO THRU RESUMO-TIPO-FIM
                  VARYING W-IND-TIPO FROM 1 BY 1 UNTIL W-IND-TIPO > 10.
       RESUMO-FIM.
                EXIT.
      *
       RESUMO-TIPO.
                MOVE ZEROS TO W-QTD-TIPO W-TOT-TIPO
                PERFORM SOMA-TIPO THRU SOMA-TIPO-FIM
                  VARYING W-IND-MES FROM 1 BY 1 UNTIL W-IND-MES > 12
                IF W-QTD-TIPO = ZEROS
                   GO TO RESUMO-TIPO-FIM.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                COMPUTE W-TA-CODIGO = W-IND-TIPO - 1
                MOVE W-TA-CODIGO TO LT-TIPO
                MOVE "N" TO W-TA-ACHOU
                MOVE SPACES TO W-TA-DENOM
                CALL "P201620" USING W-TA-CODIGO W-TA-DENOM W-TA-ACHOU
                MOVE W-TA-DENOM TO LT-DENOM
                MOVE LINHA-TIPO TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                PERFORM RESUMO-MES THRU RESUMO-MES-FIM
                  VARYING W-IND-MES FROM 1 BY 1 UNTIL W-IND-MES > 12
                MOVE W-QTD-TIPO TO LTT-QTD
                MOVE W-TOT-TIPO TO LTT-VALOR
                MOVE LINHA-TOT-TIPO TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM.
       RESUMO-TIPO-FIM.
                EXIT.
      *
       SOMA-TIPO.
                ADD RES-QTD (W-IND-TIPO W-IND-MES)   TO W-QTD-TIPO
                ADD RES-VALOR (W-IND-TIPO W-IND-MES) TO W-TOT-TIPO.
       SOMA-TIPO-FIM.
                EXIT.
      *
       RESUMO-MES.
                IF RES-QTD (W-IND-TIPO W-IND-MES) = ZEROS
                   GO TO RESUMO-MES-FIM.
                MOVE W-IND-MES  TO LM-MES
                MOVE W-PARM-ANO TO LM-ANO
                MOVE RES-QTD (W-IND-TIPO W-IND-MES)   TO LM-QTD
                MOVE RES-VALOR (W-IND-TIPO W-IND-MES) TO LM-VALOR
                MOVE LINHA-MES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       RESUMO-MES-FIM.
                EXIT.
      *
       TOTAIS.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-AMIGOS TO LT1-QTD
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-DOACOES TO LT2-QTD
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-TOT-GERAL TO LT3-VALOR
                MOVE LINHA-TOT3 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM.
       TOTAIS-FIM.
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
