      * VIA P201617): REALIZADO, ORCADO, VARIACAO E      *
      * PERCENTUAL, MARCANDO COM "*" QUANDO O DESVIO     *
      * PASSA DO LIMITE PERCENTUAL DO SEGUNDO CARTAO.    *
      * SAI PELO MODULO COMUM P201675. AS DESPESAS PAGAS *
      * DO CONTAS A PAGAR (CADPAGAR, BAIXADAS NO         *
      * FP201813) ENTRAM NO REALIZADO DO CENTRO PELO MES *
      * DO PAGAMENTO - NO MES E NO ACUMULADO DO ANO - E  *
      * SAEM TAMBEM NUMA LINHA A PARTE. SEM O CADPAGAR,  *
      * SO A FOLHA.                                      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-ORCA
                    FILE STATUS  IS ST-ORCA.
       SELECT CADPAGAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-PAGAR
                    FILE STATUS  IS ST-PAGAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCA.DAT".
           COPY ORCAREC.
       FD CADPAGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGAR.DAT".
           COPY PAGARREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 ST-EPTO           PIC X(02) VALUE "00".
       77 ST-HIST           PIC X(02) VALUE "00".
       77 ST-ORCA           PIC X(02) VALUE "00".
       77 ST-PAGAR          PIC X(02) VALUE "00".
       77 W-PARM-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-PARM-LIMITE     PIC 9(03) VALUE ZEROS.
       77 W-CC              PIC 9(01) VALUE ZEROS.
       77 W-CC-ACHOU        PIC X(01) VALUE "N".
       77 W-CC-DENOM        PIC X(30) VALUE SPACES.
       77 W-SEM-HIST        PIC X(01) VALUE "N".
       77 W-SEM-PAGAR       PIC X(01) VALUE "N".
       01 W-ANOMES-R.
                03 W-AM-ANO      PIC 9(04).
                03 W-AM-MES      PIC 9(02).
       01 W-HIST-R.
                03 W-HI-ANO      PIC 9(04).
                03 W-HI-MES      PIC 9(02).
       01 W-PAGTO-R.
                03 W-PG-ANOMES   PIC 9(06).
                03 W-PG-DIA      PIC 9(02).
       01 W-PAGTO-NUM REDEFINES W-PAGTO-R PIC 9(08).
      *
      * UMA LINHA POR CENTRO DE CUSTO (CODIGO 1 A 9): REALIZADO E
      * ORCADO DO MES E DO ANO ATE O MES. O REALIZADO JA INCLUI AS
      * DESPESAS PAGAS, QUE FICAM TAMBEM A PARTE PARA A LINHA PROPRIA
      *
       01 TABELA-CC.
                03 CC-ITEM OCCURS 9 TIMES.
                   05 TAB-ORC-MES   PIC 9(09)V99.
                   05 TAB-REAL-ANO  PIC 9(10)V99.
                   05 TAB-ORC-ANO   PIC 9(10)V99.
                   05 TAB-DESP-MES  PIC 9(09)V99.
                   05 TAB-DESP-ANO  PIC 9(10)V99.
       01 LINHA-CAB1.
                03 FILLER        PIC X(13) VALUE "REFERENCIA: ".
                03 LC-ANOMES     PIC 9(06).
                03 LA-REAL       PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(09) VALUE " ORCADO:".
                03 LA-ORC        PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-DESP.
                03 FILLER        PIC X(26)
                    VALUE "  (INCLUI DESPESAS PAGAS:".
                03 FILLER        PIC X(05) VALUE " MES ".
                03 LD-DESP-MES   PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(05) VALUE " ANO ".
                03 LD-DESP-ANO   PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE ")".
       01 LINHA-SEMHIST     PIC X(80)
           VALUE "  (SEM FOLHAHIST - ACUMULADO DO ANO NAO APURADO)".
      *-----------------------------------------------------------------
                PERFORM APURA-REALIZADO THRU APURA-REALIZADO-FIM
                PERFORM APURA-HISTORICO THRU APURA-HISTORICO-FIM
                PERFORM APURA-ORCADO THRU APURA-ORCADO-FIM
                PERFORM APURA-DESPESAS THRU APURA-DESPESAS-FIM
                PERFORM IMPRIME-CENTROS THRU IMPRIME-CENTROS-FIM
                PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
                STOP RUN.
                   DISPLAY "SEM ORCAMENTO (CADORCA): " ST-ORCA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADPAGAR
                IF ST-PAGAR NOT = "00"
                   DISPLAY "SEM CONTAS A PAGAR (CADPAGAR): " ST-PAGAR
                   MOVE "S" TO W-SEM-PAGAR.
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                EXIT.
      *
      *****************************************
      * DESPESAS PAGAS DO CADPAGAR (ALUGUEL,   *
      * CONSUMO, MATERIAL, MANUTENCAO ...)     *
      * PELO MES DO PAGAMENTO: NO MES DE       *
      * REFERENCIA SOMAM AO REALIZADO DO MES;  *
      * DO INICIO DO ANO ATE ELE, AO DO ANO    *
      *****************************************
       APURA-DESPESAS.
                IF W-SEM-PAGAR = "S"
                   GO TO APURA-DESPESAS-FIM.
       APURA-DESPESAS1.
                READ CADPAGAR NEXT RECORD
                   AT END
                      GO TO APURA-DESPESAS-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF NOT PAG-PAGA OR PAG-CC = ZEROS
                   GO TO APURA-DESPESAS1.
                MOVE PAG-PAGTO-DATA TO W-PAGTO-NUM
                MOVE W-PG-ANOMES TO W-HIST-R
                IF W-HI-ANO NOT = W-AM-ANO
                   GO TO APURA-DESPESAS1.
                IF W-PG-ANOMES > W-PARM-ANOMES
                   GO TO APURA-DESPESAS1.
                ADD PAG-PAGTO-VALOR TO TAB-REAL-ANO (PAG-CC)
                                       TAB-DESP-ANO (PAG-CC)
                IF W-PG-ANOMES = W-PARM-ANOMES
                   ADD PAG-PAGTO-VALOR TO TAB-REAL-MES (PAG-CC)
                                          TAB-DESP-MES (PAG-CC).
                GO TO APURA-DESPESAS1.
       APURA-DESPESAS-FIM.
                EXIT.
      *
      *****************************************
      * UMA SECAO POR CENTRO COM MOVIMENTO OU  *
      * ORCAMENTO                              *
      *****************************************
                   MOVE TAB-ORC-ANO (W-CC)  TO LA-ORC
                   MOVE LINHA-ANO TO LINHA-REL
                   PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
                IF TAB-DESP-MES (W-CC) = ZEROS
                   AND TAB-DESP-ANO (W-CC) = ZEROS
                   GO TO IMPRIME-CC-FIM.
                MOVE TAB-DESP-MES (W-CC) TO LD-DESP-MES
                MOVE TAB-DESP-ANO (W-CC) TO LD-DESP-ANO
                MOVE LINHA-DESP TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-CC-FIM.
                EXIT.
      *
                CLOSE CADCARGO CADEPTO CADORCA
                IF W-SEM-HIST NOT = "S"
                   CLOSE FOLHAHIST.
                IF W-SEM-PAGAR NOT = "S"
                   CLOSE CADPAGAR.
       FECHA-ARQUIVOS-FIM.
                EXIT.
      *
