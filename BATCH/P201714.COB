      * ANTERIOR OU IGUAL AO AAAAMM DO CARTAO SYSIN,     *
      * MOSTRANDO QUANTOS MESES DE ATRASO O RM CARREGA.  *
      * SAI PELO MODULO COMUM P201675, COM SUBTOTAL POR  *
      * TURMA E TOTAL GERAL EM ABERTO. AO LADO DO VALOR  *
      * ORIGINAL SAI O VALOR ATUALIZADO NA DATA DO       *
      * PROCESSAMENTO (MULTA E JUROS DO CADMULTA VIA     *
      * P201767, RESPEITANDO A SEGUNDA VIA EMITIDA).     *
      * COBRANCA RENEGOCIADA EM ACORDO ("R") NAO ENTRA;  *
      * AS PARCELAS DO ACORDO SAEM NA TURMA "*" + NUMERO *
      * DO ACORDO (FP201769). O SEGUNDO CARTAO INFORMA A *
      * UNIDADE (MEN-UNIDADE; ZERO OU BRANCO = TODAS) E  *
      * O RELATORIO QUEBRA POR UNIDADE ANTES DA TURMA,   *
      * COM SUBTOTAL DA UNIDADE.                         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY MENSREC.
       SD WORK-FILE.
       01 WORK-REC.
                03 WK-UNIDADE     PIC 9(02).
                03 WK-TURMA       PIC X(05).
                03 WK-RM          PIC 9(05).
                03 WK-ANOMES      PIC 9(06).
                03 WK-VALOR       PIC 9(06)V99.
                03 WK-ATUAL       PIC 9(06)V99.
                03 WK-MESES       PIC 9(03).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201714".
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 W-PARM-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-PARM-UNIDADE    PIC 9(02) VALUE ZEROS.
       77 W-UNI-ANT         PIC 9(02) VALUE ZEROS.
       77 W-TOT-UNI         PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-UNI-AT      PIC 9(09)V99 VALUE ZEROS.
       77 W-UNI-OPERADOR    PIC X(08) VALUE SPACES.
       77 W-UNI-AUTORIZADO  PIC X(01) VALUE SPACE.
       77 W-UNI-NOME        PIC X(30) VALUE SPACES.
       77 W-MESES-REF       PIC 9(06) VALUE ZEROS.
       77 W-MESES-COB       PIC 9(06) VALUE ZEROS.
       77 W-TURMA-ANT       PIC X(05) VALUE SPACES.
       77 W-TOT-TURMA       PIC 9(08)V99 VALUE ZEROS.
       77 W-TOT-GERAL       PIC 9(09)V99 VALUE ZEROS.
       77 W-CONT-ABERTAS    PIC 9(05) VALUE ZEROS.
       77 W-TOT-TURMA-AT    PIC 9(08)V99 VALUE ZEROS.
       77 W-TOT-GERAL-AT    PIC 9(09)V99 VALUE ZEROS.
       77 W-HOJE            PIC 9(08) VALUE ZEROS.
       77 W-VENCIMENTO      PIC 9(08) VALUE ZEROS.
       77 W-DIAS-ATRASO     PIC 9(04) VALUE ZEROS.
       77 W-MULTA           PIC 9(06)V99 VALUE ZEROS.
       77 W-JUROS           PIC 9(06)V99 VALUE ZEROS.
       77 W-VALOR-ATUAL     PIC 9(06)V99 VALUE ZEROS.
       77 W-MUL-ACHOU       PIC X(01) VALUE "N".
       01 W-ANOMES-R.
                03 W-AM-ANO      PIC 9(04).
                03 W-AM-MES      PIC 9(02).
       01 LINHA-UNIDADE.
                03 FILLER        PIC X(09) VALUE "UNIDADE: ".
                03 LU-UNIDADE    PIC 9(02).
                03 FILLER        PIC X(03) VALUE " - ".
                03 LU-NOME       PIC X(30).
       01 LINHA-SUBUNI.
                03 FILLER        PIC X(25)
                    VALUE "EM ABERTO NA UNIDADE...: ".
                03 LN-TOTAL      PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(14) VALUE "  ATUALIZADO ".
                03 LN-TOTAL-AT   PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TURMA.
                03 FILLER        PIC X(07) VALUE "TURMA: ".
                03 LT-TURMA      PIC X(05).
                03 LD-ANOMES     PIC 9(06).
                03 FILLER        PIC X(07) VALUE " VALOR ".
                03 LD-VALOR      PIC ZZZ.ZZ9,99.
                03 FILLER        PIC X(11) VALUE " ATUALIZ. ".
                03 LD-ATUAL      PIC ZZZ.ZZ9,99.
                03 FILLER        PIC X(09) VALUE " ATRASO: ".
                03 LD-MESES      PIC ZZ9.
                03 FILLER        PIC X(06) VALUE " MESES".
                03 FILLER        PIC X(25)
                    VALUE "EM ABERTO NA TURMA.....: ".
                03 LS-TOTAL      PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(14) VALUE "  ATUALIZADO ".
                03 LS-TOTAL-AT   PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOTGER.
                03 FILLER        PIC X(25)
                    VALUE "EM ABERTO NO TOTAL.....: ".
                03 LG-TOTAL      PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(14) VALUE "  ATUALIZADO ".
                03 LG-TOTAL-AT   PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-QTDE.
                03 FILLER        PIC X(25)
                    VALUE "COBRANCAS EM ABERTO....: ".
                   DISPLAY "PARAMETRO DE REFERENCIA INVALIDO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                ACCEPT W-PARM-UNIDADE
                IF W-PARM-UNIDADE NOT NUMERIC
                   MOVE ZEROS TO W-PARM-UNIDADE.
                MOVE W-PARM-ANOMES TO W-ANOMES-R
                COMPUTE W-MESES-REF = (W-AM-ANO * 12) + W-AM-MES
                ACCEPT W-HOJE FROM DATE YYYYMMDD
           SORT WORK-FILE
                ON ASCENDING KEY WK-UNIDADE WK-TURMA WK-RM
                                 WK-ANOMES
                INPUT PROCEDURE  IS LE-CADMENS THRU LE-CADMENS-FIM
                OUTPUT PROCEDURE IS IMPRIME THRU IMPRIME-FIM
           STOP RUN.
              GO TO LE-CADMENS-010.
           IF MEN-ANOMES > W-PARM-ANOMES
              GO TO LE-CADMENS-010.
           IF MEN-UNIDADE NOT NUMERIC
              MOVE 01 TO MEN-UNIDADE.
           IF MEN-UNIDADE = ZEROS
              MOVE 01 TO MEN-UNIDADE.
           IF W-PARM-UNIDADE NOT = ZEROS
              AND MEN-UNIDADE NOT = W-PARM-UNIDADE
              GO TO LE-CADMENS-010.
           MOVE MEN-UNIDADE TO WK-UNIDADE
           MOVE MEN-ANOMES TO W-ANOMES-R
           COMPUTE W-MESES-COB = (W-AM-ANO * 12) + W-AM-MES
           MOVE MEN-TURMA  TO WK-TURMA
           MOVE MEN-ANOMES TO WK-ANOMES
           MOVE MEN-VALOR  TO WK-VALOR
           COMPUTE WK-MESES = W-MESES-REF - W-MESES-COB
           IF MEN-VIA-QTD NOT NUMERIC
              MOVE ZEROS TO MEN-VIA-QTD MEN-VIA-VENCIMENTO
                            MEN-VIA-VALOR.
           MOVE MEN-VENCIMENTO TO W-VENCIMENTO
           CALL "P201767" USING MEN-ANOLETIVO MEN-VALOR W-VENCIMENTO
                       MEN-VIA-VENCIMENTO W-HOJE W-DIAS-ATRASO
                       W-MULTA W-JUROS W-VALOR-ATUAL W-MUL-ACHOU
           MOVE W-VALOR-ATUAL TO WK-ATUAL
           RELEASE WORK-REC
           GO TO LE-CADMENS-010.
       LE-CADMENS-020.
                 NEXT SENTENCE.
           IF W-PRIMEIRA = "S"
              MOVE "N" TO W-PRIMEIRA
              MOVE WK-UNIDADE TO W-UNI-ANT
              PERFORM CABECA-UNIDADE THRU CABECA-UNIDADE-FIM
              MOVE WK-TURMA TO W-TURMA-ANT
              PERFORM CABECA-TURMA THRU CABECA-TURMA-FIM.
           IF WK-UNIDADE NOT = W-UNI-ANT
              PERFORM SUBTOT-TURMA THRU SUBTOT-TURMA-FIM
              PERFORM SUBTOT-UNIDADE THRU SUBTOT-UNIDADE-FIM
              MOVE WK-UNIDADE TO W-UNI-ANT
              PERFORM CABECA-UNIDADE THRU CABECA-UNIDADE-FIM
              MOVE WK-TURMA TO W-TURMA-ANT
              PERFORM CABECA-TURMA THRU CABECA-TURMA-FIM
           ELSE
              IF WK-TURMA NOT = W-TURMA-ANT
                 PERFORM SUBTOT-TURMA THRU SUBTOT-TURMA-FIM
                 MOVE WK-TURMA TO W-TURMA-ANT
                 PERFORM CABECA-TURMA THRU CABECA-TURMA-FIM.
           MOVE WK-RM     TO LD-RM
           MOVE WK-ANOMES TO LD-ANOMES
           MOVE WK-VALOR  TO LD-VALOR
           MOVE WK-ATUAL  TO LD-ATUAL
           MOVE WK-MESES  TO LD-MESES
           MOVE LINHA-DET TO LINHA-REL
           PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           ADD WK-VALOR TO W-TOT-TURMA W-TOT-UNI W-TOT-GERAL
           ADD WK-ATUAL TO W-TOT-TURMA-AT W-TOT-UNI-AT W-TOT-GERAL-AT
           ADD 1 TO W-CONT-ABERTAS
           GO TO IMPRIME-010.
       IMPRIME-020.
           IF W-PRIMEIRA = "N"
              PERFORM SUBTOT-TURMA THRU SUBTOT-TURMA-FIM
              PERFORM SUBTOT-UNIDADE THRU SUBTOT-UNIDADE-FIM.
           MOVE SPACES TO LINHA-REL
           PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           MOVE W-TOT-GERAL TO LG-TOTAL
           MOVE W-TOT-GERAL-AT TO LG-TOTAL-AT
           MOVE LINHA-TOTGER TO LINHA-REL
           PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
           MOVE W-CONT-ABERTAS TO LQ-CONT
           MOVE "F" TO W-RW-FUNCAO
           CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                W-RW-PROGRAMA LINHA-REL.
      *
       CABECA-UNIDADE.
           MOVE ZEROS TO W-TOT-UNI W-TOT-UNI-AT
           MOVE SPACES TO LINHA-REL
           PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           MOVE W-UNI-ANT TO LU-UNIDADE
           CALL "P201807" USING W-UNI-OPERADOR W-UNI-ANT
                       W-UNI-AUTORIZADO W-UNI-NOME
           MOVE W-UNI-NOME TO LU-NOME
           MOVE LINHA-UNIDADE TO LINHA-REL
           PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       CABECA-UNIDADE-FIM.
           EXIT.
      *
       SUBTOT-UNIDADE.
           MOVE W-TOT-UNI TO LN-TOTAL
           MOVE W-TOT-UNI-AT TO LN-TOTAL-AT
           MOVE LINHA-SUBUNI TO LINHA-REL
           PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM.
       SUBTOT-UNIDADE-FIM.
           EXIT.
      *
       CABECA-TURMA.
           MOVE ZEROS TO W-TOT-TURMA W-TOT-TURMA-AT
           MOVE SPACES TO LINHA-REL
           PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           MOVE W-TURMA-ANT TO LT-TURMA
      *
       SUBTOT-TURMA.
           MOVE W-TOT-TURMA TO LS-TOTAL
           MOVE W-TOT-TURMA-AT TO LS-TOTAL-AT
           MOVE LINHA-SUBTOT TO LINHA-REL
           PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM.
       SUBTOT-TURMA-FIM.
