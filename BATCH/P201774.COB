       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201774.
       AUTHOR. LEANDRO.
      **************************************************
      * FLUXO DE CAIXA MENSAL - PARA O MES DE REFERENCIA *
      * DO CARTAO SYSIN (AAAAMM) CONFRONTA AS            *
      * MENSALIDADES COM A FOLHA DE PAGAMENTO. ENTRADAS  *
      * DO CADMENS.DAT: FATURADO PELO MES DE REFERENCIA  *
      * DA COBRANCA (SEM AS CANCELADAS E SEM AS PARCELAS *
      * DE ACORDO, QUE SO RENEGOCIAM O QUE JA FOI        *
      * FATURADO) E RECEBIDO PELA MEN-PAGTO-DATA. SAIDAS *
      * DO FOLHAHIST.DAT PELO MES DE COMPETENCIA,        *
      * ABERTAS POR FH-TIPO: LIQUIDO PAGO MAIS INSS E    *
      * IRRF A RECOLHER (DO ADIANTAMENTO SO O LIQUIDO,   *
      * POIS O BRUTO E OS DESCONTOS JA ESTAO NA FOLHA    *
      * MENSAL). IMPRIME O SALDO DO MES (RECEBIDO MENOS  *
      * SAIDAS) E A TENDENCIA DOS 12 MESES ATE A         *
      * REFERENCIA, COM SALDO ACUMULADO E A TAXA DE      *
      * INADIMPLENCIA DE CADA MES (COBRANCAS DO MES      *
      * AINDA EM ABERTO E VENCIDAS NA DATA DO            *
      * PROCESSAMENTO, MAIS AS RENEGOCIADAS EM ACORDO,   *
      * SOBRE O FATURADO). SAI PELO MODULO COMUM         *
      * P201675. AS SAIDAS INCLUEM OS TITULOS PAGOS DO   *
      * CONTAS A PAGAR (CADPAGAR) PELO MES DO PAGAMENTO, *
      * ABERTOS POR CATEGORIA NO MES DE REFERENCIA E     *
      * SOMADOS AS SAIDAS DA TENDENCIA. SEM O CADPAGAR,  *
      * SO A FOLHA.                                      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MENS
                    FILE STATUS  IS ST-MENS.
       SELECT FOLHAHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FOLHAHIST
                    FILE STATUS  IS ST-HIST.
       SELECT CADPAGAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-PAGAR
                    FILE STATUS  IS ST-PAGAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
           COPY MENSREC.
       FD FOLHAHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAHIST.DAT".
           COPY FOLHAHISTREC.
       FD CADPAGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGAR.DAT".
           COPY PAGARREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "FLUXO DE CAIXA MENSAL".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201774".
       77 ST-MENS           PIC X(02) VALUE "00".
       77 ST-HIST           PIC X(02) VALUE "00".
       77 ST-PAGAR          PIC X(02) VALUE "00".
       77 W-PARM-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-MESES-REF       PIC 9(06) VALUE ZEROS.
       77 W-MESES-MOV       PIC 9(06) VALUE ZEROS.
       77 W-POS             PIC 9(02) VALUE ZEROS.
       77 W-MES             PIC 9(02) VALUE ZEROS.
       77 W-IND             PIC 9(02) VALUE ZEROS.
       77 W-ACHOU           PIC 9(02) VALUE ZEROS.
       77 W-HOJE            PIC 9(08) VALUE ZEROS.
       77 W-SEM-HIST        PIC X(01) VALUE "N".
       77 W-SEM-PAGAR       PIC X(01) VALUE "N".
       77 W-TOT-PAGAR       PIC 9(09)V99 VALUE ZEROS.
       77 W-QTD-CAT         PIC 9(02) VALUE ZEROS.
       77 W-SAIDA-TIPO      PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-LIQ         PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-INSS        PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-IRRF        PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-SAIDAS      PIC 9(09)V99 VALUE ZEROS.
       77 W-SALDO           PIC S9(09)V99 VALUE ZEROS.
       77 W-SALDO-ACUM      PIC S9(10)V99 VALUE ZEROS.
       77 W-PCT             PIC 9(03)V99 VALUE ZEROS.
       01 W-ANOMES-R.
                03 W-AM-ANO      PIC 9(04).
                03 W-AM-MES      PIC 9(02).
       01 W-DATA-R.
                03 W-DT-ANOMES   PIC 9(06).
                03 W-DT-DIA      PIC 9(02).
      *
      * UMA LINHA POR MES DA JANELA DE 12 MESES - A POSICAO 12 E O
      * MES DE REFERENCIA E A POSICAO 1 O MES ONZE MESES ANTES
      *
       01 TABELA-MESES.
                03 TM-ITEM OCCURS 12 TIMES.
                   05 TM-ANOMES     PIC 9(06).
                   05 TM-FATURADO   PIC 9(09)V99.
                   05 TM-RECEBIDO   PIC 9(09)V99.
                   05 TM-ABERTO     PIC 9(09)V99.
                   05 TM-SAIDAS     PIC 9(09)V99.
      *
      * TIPOS DE PROCESSAMENTO DO FOLHAHIST, COM OS VALORES DO MES
      * DE REFERENCIA
      *
       01 TABELA-TIPOS-LIT.
                03 FILLER        PIC X(16) VALUE "MFOLHA MENSAL   ".
                03 FILLER        PIC X(16) VALUE "AADIANTAMENTO   ".
                03 FILLER        PIC X(16) VALUE "FFERIAS         ".
                03 FILLER        PIC X(16) VALUE "D13O SALARIO    ".
                03 FILLER        PIC X(16) VALUE "RRESCISAO       ".
       01 TABELA-TIPOS REDEFINES TABELA-TIPOS-LIT.
                03 TT-ITEM OCCURS 5 TIMES.
                   05 TT-COD        PIC X(01).
                   05 TT-DESC       PIC X(15).
       01 TABELA-FOLHA.
                03 TF-ITEM OCCURS 5 TIMES.
                   05 TF-LIQUIDO    PIC 9(09)V99.
                   05 TF-INSS       PIC 9(09)V99.
                   05 TF-IRRF       PIC 9(09)V99.
      *
      * CATEGORIAS DO PAG-CATEGORIA (PAGARREC), COM OS PAGAMENTOS DO
      * MES DE REFERENCIA - CATEGORIA FORA DA TABELA VAI EM OUTROS
      *
       01 TABELA-CATEGORIAS.
                03 FILLER PIC X(21) VALUE "AALUGUEL".
                03 FILLER PIC X(21) VALUE "CCONSUMO (AGUA/LUZ)".
                03 FILLER PIC X(21) VALUE "MMATERIAL DIDATICO".
                03 FILLER PIC X(21) VALUE "NMANUTENCAO".
                03 FILLER PIC X(21) VALUE "SSERVICOS".
                03 FILLER PIC X(21) VALUE "OOUTROS".
       01 TABELA-CATEGORIAS-R REDEFINES TABELA-CATEGORIAS.
                03 TAB-CATEGORIA OCCURS 6 TIMES.
                   05 TAB-CAT-CODIGO  PIC X(01).
                   05 TAB-CAT-NOME    PIC X(20).
       01 TABELA-PAGAR.
                03 TP-VALOR      PIC 9(09)V99 OCCURS 6 TIMES.
       01 LINHA-CAB1.
                03 FILLER        PIC X(13) VALUE "REFERENCIA: ".
                03 LC-ANOMES     PIC 9(06).
       01 LINHA-ENTRADAS    PIC X(80)
           VALUE "ENTRADAS - MENSALIDADES".
       01 LINHA-FATURADO.
                03 FILLER        PIC X(36)
                    VALUE "  FATURADO (REFERENCIA DA COBRANCA):".
                03 LF-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-RECEBIDO.
                03 FILLER        PIC X(36)
                    VALUE "  RECEBIDO (DATA DO PAGAMENTO).....:".
                03 LR-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-SAIDAS      PIC X(80)
           VALUE "SAIDAS - FOLHA DE PAGAMENTO (COMPETENCIA)".
       01 LINHA-CAB2        PIC X(132)
           VALUE "  TIPO                   LIQUIDO           INSS
      -    "        IRRF          TOTAL".
       01 LINHA-TIPO.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LT-DESC       PIC X(15).
                03 LT-LIQUIDO    PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LT-INSS       PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LT-IRRF       PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LT-TOTAL      PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-SEMHIST     PIC X(80)
           VALUE "  (SEM FOLHAHIST - SAIDAS DA FOLHA NAO APURADAS)".
       01 LINHA-SAIDAS-PAG  PIC X(80)
           VALUE "SAIDAS - CONTAS A PAGAR (DATA DO PAGAMENTO)".
       01 LINHA-CAT.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LP-NOME       PIC X(20).
                03 FILLER        PIC X(40) VALUE SPACES.
                03 LP-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-SEMPAGAR    PIC X(80)
           VALUE "  (SEM CADPAGAR - CONTAS A PAGAR NAO APURADAS)".
       01 LINHA-NENHUM-PAG  PIC X(80)
           VALUE "  (NENHUM TITULO PAGO NO MES)".
       01 LINHA-SALDO.
                03 FILLER        PIC X(36)
                    VALUE "SALDO DO MES (RECEBIDO - SAIDAS)..:".
                03 LS-SALDO      PIC ZZZ.ZZZ.ZZ9,99-.
       01 LINHA-INAD.
                03 FILLER        PIC X(36)
                    VALUE "INADIMPLENCIA DAS COBRANCAS DO MES:".
                03 LI-PCT        PIC ZZ9,99.
                03 FILLER        PIC X(02) VALUE " %".
       01 LINHA-TEND        PIC X(80)
           VALUE "TENDENCIA DOS ULTIMOS 12 MESES".
       01 LINHA-CAB3        PIC X(132)
           VALUE "AAAAMM       FATURADO       RECEBIDO         SAIDAS
      -    "          SALDO    SALDO ACUMULADO  INADIMPL.".
       01 LINHA-MES.
                03 LM-ANOMES     PIC 9(06).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LM-FATURADO   PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LM-RECEBIDO   PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LM-SAIDAS     PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LM-SALDO      PIC ZZZ.ZZZ.ZZ9,99-.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LM-ACUM       PIC Z.ZZZ.ZZZ.ZZ9,99-.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LM-PCT        PIC ZZ9,99.
                03 FILLER        PIC X(02) VALUE " %".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-PARM-ANOMES
                IF W-PARM-ANOMES = ZEROS
                   DISPLAY "PARAMETRO DE REFERENCIA INVALIDO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE W-PARM-ANOMES TO W-ANOMES-R
                IF W-AM-MES < 1 OR W-AM-MES > 12
                   DISPLAY "PARAMETRO DE REFERENCIA INVALIDO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                COMPUTE W-MESES-REF = (W-AM-ANO * 12) + W-AM-MES
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE ZEROS TO TABELA-MESES TABELA-FOLHA TABELA-PAGAR
                PERFORM MONTA-MESES THRU MONTA-MESES-FIM
                  VARYING W-POS FROM 12 BY -1 UNTIL W-POS < 1
                PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM
                PERFORM APURA-MENSALIDADES THRU APURA-MENSALIDADES-FIM
                PERFORM APURA-FOLHA THRU APURA-FOLHA-FIM
                PERFORM APURA-PAGAR THRU APURA-PAGAR-FIM
                PERFORM IMPRIME-MES THRU IMPRIME-MES-FIM
                PERFORM IMPRIME-TENDENCIA THRU IMPRIME-TENDENCIA-FIM
                PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
                STOP RUN.
      *
      *****************************************
      * AAAAMM DE CADA POSICAO DA JANELA, DO   *
      * MES DE REFERENCIA PARA TRAS            *
      *****************************************
       MONTA-MESES.
                MOVE W-ANOMES-R TO TM-ANOMES (W-POS)
                IF W-AM-MES = 1
                   MOVE 12 TO W-AM-MES
                   SUBTRACT 1 FROM W-AM-ANO
                ELSE
                   SUBTRACT 1 FROM W-AM-MES.
       MONTA-MESES-FIM.
                EXIT.
      *
       ABRE-ARQUIVOS.
                OPEN INPUT CADMENS
                IF ST-MENS NOT = "00"
                   DISPLAY "SEM ARQUIVO DE MENSALIDADES (CADMENS): "
                                                             ST-MENS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT FOLHAHIST
                IF ST-HIST NOT = "00"
                   MOVE "S" TO W-SEM-HIST.
                OPEN INPUT CADPAGAR
                IF ST-PAGAR NOT = "00"
                   DISPLAY "SEM CONTAS A PAGAR (CADPAGAR): " ST-PAGAR
                   MOVE "S" TO W-SEM-PAGAR.
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE W-PARM-ANOMES TO LC-ANOMES
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       ABRE-ARQUIVOS-FIM.
                EXIT.
      *
      *****************************************
      * FATURADO E INADIMPLENCIA PELO MES DE   *
      * REFERENCIA DA COBRANCA; RECEBIDO PELO  *
      * MES DA DATA DE PAGAMENTO               *
      *****************************************
       APURA-MENSALIDADES.
                READ CADMENS NEXT RECORD
                   AT END
                      GO TO APURA-MENSALIDADES-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF MEN-CANCELADA
                   GO TO APURA-MENSALIDADES.
                IF MEN-PAGA
                   MOVE MEN-PAGTO-DATA TO W-DATA-R
                   MOVE W-DT-ANOMES TO W-ANOMES-R
                   PERFORM POSICAO-MES THRU POSICAO-MES-FIM
                   IF W-POS > ZEROS
                      ADD MEN-PAGTO-VALOR TO TM-RECEBIDO (W-POS).
                IF MEN-PARCELA-ACORDO
                   GO TO APURA-MENSALIDADES.
                MOVE MEN-ANOMES TO W-ANOMES-R
                PERFORM POSICAO-MES THRU POSICAO-MES-FIM
                IF W-POS = ZEROS
                   GO TO APURA-MENSALIDADES.
                ADD MEN-VALOR TO TM-FATURADO (W-POS)
                IF MEN-RENEGOCIADA
                   ADD MEN-VALOR TO TM-ABERTO (W-POS)
                   GO TO APURA-MENSALIDADES.
                IF MEN-ABERTA AND MEN-VENCIMENTO < W-HOJE
                   ADD MEN-VALOR TO TM-ABERTO (W-POS).
                GO TO APURA-MENSALIDADES.
       APURA-MENSALIDADES-FIM.
                EXIT.
      *
      *****************************************
      * SAIDAS DA FOLHA PELO MES DE COMPETENCIA*
      * ABERTAS POR TIPO NO MES DE REFERENCIA  *
      *****************************************
       APURA-FOLHA.
                IF W-SEM-HIST = "S"
                   GO TO APURA-FOLHA-FIM.
       APURA-FOLHA1.
                READ FOLHAHIST NEXT RECORD
                   AT END
                      GO TO APURA-FOLHA-FIM
                   NOT AT END
                      NEXT SENTENCE.
                MOVE FH-ANOMES TO W-ANOMES-R
                PERFORM POSICAO-MES THRU POSICAO-MES-FIM
                IF W-POS = ZEROS
                   GO TO APURA-FOLHA1.
      *
      * O ADIANTAMENTO (TIPO "A") SO TEM O LIQUIDO ANTECIPADO - O
      * INSS E O IRRF DO MES SAEM INTEIROS NA LINHA MENSAL ("M")
      *
                IF FH-ADIANTAMENTO
                   MOVE ZEROS TO FH-INSS FH-IRRF.
                ADD FH-LIQUIDO FH-INSS FH-IRRF TO TM-SAIDAS (W-POS)
                IF W-POS NOT = 12
                   GO TO APURA-FOLHA1.
                MOVE ZEROS TO W-ACHOU
                PERFORM PROCURA-TIPO THRU PROCURA-TIPO-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > 5 OR W-ACHOU > ZEROS
                IF W-ACHOU > ZEROS
                   ADD FH-LIQUIDO TO TF-LIQUIDO (W-ACHOU)
                   ADD FH-INSS    TO TF-INSS (W-ACHOU)
                   ADD FH-IRRF    TO TF-IRRF (W-ACHOU).
                GO TO APURA-FOLHA1.
       APURA-FOLHA-FIM.
                EXIT.
      *
       PROCURA-TIPO.
                IF TT-COD (W-IND) = FH-TIPO
                   MOVE W-IND TO W-ACHOU.
       PROCURA-TIPO-FIM.
                EXIT.
      *
      *****************************************
      * SAIDAS DO CONTAS A PAGAR: TITULOS      *
      * PAGOS PELO MES DO PAGAMENTO, ABERTOS   *
      * POR CATEGORIA NO MES DE REFERENCIA     *
      *****************************************
       APURA-PAGAR.
                IF W-SEM-PAGAR = "S"
                   GO TO APURA-PAGAR-FIM.
       APURA-PAGAR1.
                READ CADPAGAR NEXT RECORD
                   AT END
                      GO TO APURA-PAGAR-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF NOT PAG-PAGA
                   GO TO APURA-PAGAR1.
                MOVE PAG-PAG-ANO TO W-AM-ANO
                MOVE PAG-PAG-MES TO W-AM-MES
                PERFORM POSICAO-MES THRU POSICAO-MES-FIM
                IF W-POS = ZEROS
                   GO TO APURA-PAGAR1.
                ADD PAG-PAGTO-VALOR TO TM-SAIDAS (W-POS)
                IF W-POS NOT = 12
                   GO TO APURA-PAGAR1.
                MOVE ZEROS TO W-ACHOU
                PERFORM PROCURA-CAT THRU PROCURA-CAT-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > 6 OR W-ACHOU > ZEROS
                IF W-ACHOU = ZEROS
                   MOVE 6 TO W-ACHOU.
                ADD PAG-PAGTO-VALOR TO TP-VALOR (W-ACHOU)
                GO TO APURA-PAGAR1.
       APURA-PAGAR-FIM.
                EXIT.
      *
       PROCURA-CAT.
                IF TAB-CAT-CODIGO (W-IND) = PAG-CATEGORIA
                   MOVE W-IND TO W-ACHOU.
       PROCURA-CAT-FIM.
                EXIT.
      *
      *****************************************
      * POSICAO NA JANELA DO AAAAMM EM         *
      * W-ANOMES-R (ZERO QUANDO FORA DELA)     *
      *****************************************
       POSICAO-MES.
                MOVE ZEROS TO W-POS
                IF W-AM-MES < 1 OR W-AM-MES > 12
                   GO TO POSICAO-MES-FIM.
                COMPUTE W-MESES-MOV = (W-AM-ANO * 12) + W-AM-MES
                IF W-MESES-MOV > W-MESES-REF
                   GO TO POSICAO-MES-FIM.
                IF W-MESES-MOV + 12 NOT > W-MESES-REF
                   GO TO POSICAO-MES-FIM.
                COMPUTE W-POS = 12 - (W-MESES-REF - W-MESES-MOV).
       POSICAO-MES-FIM.
                EXIT.
      *
      *****************************************
      * QUADRO DO MES DE REFERENCIA: ENTRADAS, *
      * SAIDAS POR TIPO, SALDO E INADIMPLENCIA *
      *****************************************
       IMPRIME-MES.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-ENTRADAS TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE TM-FATURADO (12) TO LF-VALOR
                MOVE LINHA-FATURADO TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE TM-RECEBIDO (12) TO LR-VALOR
                MOVE LINHA-RECEBIDO TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-SAIDAS TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                IF W-SEM-HIST = "S"
                   MOVE LINHA-SEMHIST TO LINHA-REL
                   PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                   GO TO IMPRIME-MES1.
                MOVE LINHA-CAB2 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                PERFORM LINHA-TIPO-FOLHA THRU LINHA-TIPO-FOLHA-FIM
                  VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 5
                MOVE "TOTAL DA FOLHA" TO LT-DESC
                MOVE W-TOT-LIQ    TO LT-LIQUIDO
                MOVE W-TOT-INSS   TO LT-INSS
                MOVE W-TOT-IRRF   TO LT-IRRF
                MOVE W-TOT-SAIDAS TO LT-TOTAL
                MOVE LINHA-TIPO TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM.
       IMPRIME-MES1.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-SAIDAS-PAG TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                IF W-SEM-PAGAR = "S"
                   MOVE LINHA-SEMPAGAR TO LINHA-REL
                   PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                   GO TO IMPRIME-MES2.
                MOVE ZEROS TO W-QTD-CAT
                PERFORM LINHA-CAT-PAGAR THRU LINHA-CAT-PAGAR-FIM
                  VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 6
                IF W-QTD-CAT = ZEROS
                   MOVE LINHA-NENHUM-PAG TO LINHA-REL
                   PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
                MOVE "TOTAL CONTAS A PAGAR" TO LP-NOME
                MOVE W-TOT-PAGAR TO LP-VALOR
                MOVE LINHA-CAT TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                ADD W-TOT-PAGAR TO W-TOT-SAIDAS.
       IMPRIME-MES2.
                MOVE "TOTAL DAS SAIDAS" TO LP-NOME
                MOVE W-TOT-SAIDAS TO LP-VALOR
                MOVE LINHA-CAT TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                COMPUTE W-SALDO = TM-RECEBIDO (12) - W-TOT-SAIDAS
                MOVE W-SALDO TO LS-SALDO
                MOVE LINHA-SALDO TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE 12 TO W-MES
                PERFORM CALCULA-PCT THRU CALCULA-PCT-FIM
                MOVE W-PCT TO LI-PCT
                MOVE LINHA-INAD TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-MES-FIM.
                EXIT.
      *
       LINHA-TIPO-FOLHA.
                COMPUTE W-SAIDA-TIPO = TF-LIQUIDO (W-IND)
                                     + TF-INSS (W-IND)
                                     + TF-IRRF (W-IND)
                ADD TF-LIQUIDO (W-IND) TO W-TOT-LIQ
                ADD TF-INSS (W-IND)    TO W-TOT-INSS
                ADD TF-IRRF (W-IND)    TO W-TOT-IRRF
                ADD W-SAIDA-TIPO       TO W-TOT-SAIDAS
                MOVE TT-DESC (W-IND)    TO LT-DESC
                MOVE TF-LIQUIDO (W-IND) TO LT-LIQUIDO
                MOVE TF-INSS (W-IND)    TO LT-INSS
                MOVE TF-IRRF (W-IND)    TO LT-IRRF
                MOVE W-SAIDA-TIPO       TO LT-TOTAL
                MOVE LINHA-TIPO TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       LINHA-TIPO-FOLHA-FIM.
                EXIT.
      *
       LINHA-CAT-PAGAR.
                IF TP-VALOR (W-IND) = ZEROS
                   GO TO LINHA-CAT-PAGAR-FIM.
                ADD 1 TO W-QTD-CAT
                ADD TP-VALOR (W-IND) TO W-TOT-PAGAR
                MOVE TAB-CAT-NOME (W-IND) TO LP-NOME
                MOVE TP-VALOR (W-IND)     TO LP-VALOR
                MOVE LINHA-CAT TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       LINHA-CAT-PAGAR-FIM.
                EXIT.
      *
      *****************************************
      * TENDENCIA: UMA LINHA POR MES DA JANELA *
      * COM O SALDO ACUMULADO                  *
      *****************************************
       IMPRIME-TENDENCIA.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-TEND TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB3 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE ZEROS TO W-SALDO-ACUM
                PERFORM LINHA-TENDENCIA THRU LINHA-TENDENCIA-FIM
                  VARYING W-MES FROM 1 BY 1 UNTIL W-MES > 12.
       IMPRIME-TENDENCIA-FIM.
                EXIT.
      *
       LINHA-TENDENCIA.
                COMPUTE W-SALDO = TM-RECEBIDO (W-MES)
                                - TM-SAIDAS (W-MES)
                ADD W-SALDO TO W-SALDO-ACUM
                PERFORM CALCULA-PCT THRU CALCULA-PCT-FIM
                MOVE TM-ANOMES (W-MES)   TO LM-ANOMES
                MOVE TM-FATURADO (W-MES) TO LM-FATURADO
                MOVE TM-RECEBIDO (W-MES) TO LM-RECEBIDO
                MOVE TM-SAIDAS (W-MES)   TO LM-SAIDAS
                MOVE W-SALDO             TO LM-SALDO
                MOVE W-SALDO-ACUM        TO LM-ACUM
                MOVE W-PCT               TO LM-PCT
                MOVE LINHA-MES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       LINHA-TENDENCIA-FIM.
                EXIT.
      *
       CALCULA-PCT.
                MOVE ZEROS TO W-PCT
                IF TM-FATURADO (W-MES) > ZEROS
                   COMPUTE W-PCT ROUNDED =
                           (TM-ABERTO (W-MES) * 100)
                           / TM-FATURADO (W-MES).
       CALCULA-PCT-FIM.
                EXIT.
      *
       FECHA-ARQUIVOS.
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                CLOSE CADMENS
                IF W-SEM-HIST NOT = "S"
                   CLOSE FOLHAHIST.
                IF W-SEM-PAGAR NOT = "S"
                   CLOSE CADPAGAR.
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
