      * PARCELA (1 OU 2). O REGISTRO SAI POR             *
      * DEPARTAMENTO COM TOTAIS E CADA MATRICULA VAI     *
      * PARA O FOLHAHIST.DAT COM TIPO "D" (REFERENCIA    *
      * AAAA11 NA 1A PARCELA E AAAA12 NA 2A). AS         *
      * RUBRICAS DO FUNCIONARIO MARCADAS PARA O 13O      *
      * (P201777) ENTRAM NA PARCELA, COM O PERCENTUAL    *
      * SOBRE O VALOR DELA: O FH-BRUTO GUARDA PARCELA    *
      * MAIS PROVENTOS E O FH-LIQUIDO O BRUTO MENOS      *
      * DESCONTOS; AS RUBRICAS SAEM NO REGISTRO E FICAM  *
      * NO FOLHARUB.DAT. O FGTS (8% DO BRUTO DA PARCELA) *
      * VAI PARA O FH-FGTS, COM O TOTAL NO REGISTRO.     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                03 WK-NOME        PIC X(30).
                03 WK-AVOS        PIC 9(02).
                03 WK-VALOR       PIC 9(08)V99.
                03 WK-BRUTO       PIC 9(08)V99.
                03 WK-LIQUIDO     PIC 9(08)V99.
                03 WK-RUBRICAS    PIC X(498).
                03 WK-UNIDADE     PIC 9(02).
       FD RELATORIO
               LABEL RECORD IS OMITTED.
       01 LINHA-REL               PIC X(90).
       77 W-DEPTO-ACHOU     PIC X(01) VALUE "N".
       77 W-DEPTO-DENOM     PIC X(15) VALUE SPACES.
       77 W-ANOMES-HIST     PIC 9(06) VALUE ZEROS.
       77 W-LIQ-CALC        PIC S9(08)V99 VALUE ZEROS.
       77 W-TOT-LIQUIDO     PIC 9(09)V99 VALUE ZEROS.
       77 W-IND-RUB         PIC 9(02) VALUE ZEROS.
       77 W-PCT-FGTS        PIC 9(02)V99 VALUE 8.
       77 W-TOT-FGTS        PIC 9(09)V99 VALUE ZEROS.
           COPY RUBCALC.
       01 W-HOJE.
                03 W-ANO-ATUAL     PIC 9(04).
                03 W-MES-ATUAL     PIC 9(02).
                03 LP-DEPTO      PIC ZZ9.
                03 FILLER        PIC X(03) VALUE " - ".
                03 LP-DENOM      PIC X(15).
       01 LINHA-CAB2.
                03 FILLER        PIC X(39) VALUE "MATRIC NOME".
                03 FILLER        PIC X(26)
                    VALUE "AVOS   VALOR DA PARCELA".
                03 FILLER        PIC X(15) VALUE "   LIQUIDO PAGO".
       01 LINHA-DET.
                03 LD-MATRICULA  PIC ZZZZ9.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-AVOS       PIC Z9.
                03 FILLER        PIC X(05) VALUE SPACES.
                03 LD-VALOR      PIC ZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-LIQUIDO    PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-RUB.
                03 FILLER        PIC X(07) VALUE SPACES.
                03 LR-NATUREZA   PIC X(01).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LR-RUBRICA    PIC 9(03).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LR-DESCRICAO  PIC X(25).
                03 FILLER        PIC X(23) VALUE SPACES.
                03 LR-VALOR      PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-SUBTOT.
                03 FILLER        PIC X(25)
                    VALUE "TOTAL DO DEPARTAMENTO..: ".
                03 FILLER        PIC X(25)
                    VALUE "TOTAL GERAL DO 13O.....: ".
                03 LG-TOTAL      PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOTLIQ.
                03 FILLER        PIC X(25)
                    VALUE "TOTAL LIQUIDO PAGO.....: ".
                03 LL-TOTAL      PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOTFGTS.
                03 FILLER        PIC X(25)
                    VALUE "FGTS A DEPOSITAR.......: ".
                03 LF-FGTS       PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOT1.
                03 FILLER        PIC X(30)
                    VALUE "FUNCIONARIOS NO 13O.........: ".
           COMPUTE W-DECIMO ROUNDED =
                   (W-CG-SALARIO * W-AVOS) / 12
           COMPUTE W-PARCELA ROUNDED = W-DECIMO / 2
           MOVE "C"            TO RC-FUNCAO
           MOVE FUN-MATRICULA  TO RC-MATRICULA
           MOVE W-ANOMES-HIST  TO RC-ANOMES
           MOVE "D"            TO RC-TIPO
           MOVE W-PARCELA      TO RC-BASE
           CALL "P201777" USING RUBRICAS-CALC
           COMPUTE WK-BRUTO = W-PARCELA + RC-PROVENTOS
           COMPUTE W-LIQ-CALC = WK-BRUTO - RC-DESCONTOS
           IF W-LIQ-CALC < ZEROS
              DISPLAY "DESCONTOS MAIORES QUE A PARCELA - "
                      "MATRICULA " FUN-MATRICULA
              MOVE ZEROS TO W-LIQ-CALC.
           IF FUN-UNIDADE NOT NUMERIC
              MOVE 01 TO FUN-UNIDADE.
           IF FUN-UNIDADE = ZEROS
              MOVE 01 TO FUN-UNIDADE.
           MOVE FUN-UNIDADE    TO WK-UNIDADE
           MOVE W-CG-DEPTO     TO WK-DEPTO
           MOVE FUN-MATRICULA  TO WK-MATRICULA
           MOVE FUN-NOME       TO WK-NOME
           MOVE W-AVOS         TO WK-AVOS
           MOVE W-PARCELA      TO WK-VALOR
           MOVE W-LIQ-CALC     TO WK-LIQUIDO
           MOVE RUBRICAS-CALC  TO WK-RUBRICAS
           RELEASE WORK-REC
           GO TO LE-CADFUNC-010.
       LE-CADFUNC-020.
           MOVE WK-NOME       TO LD-NOME
           MOVE WK-AVOS       TO LD-AVOS
           MOVE WK-VALOR      TO LD-VALOR
           MOVE WK-LIQUIDO    TO LD-LIQUIDO
           WRITE LINHA-REL FROM LINHA-DET
           MOVE WK-RUBRICAS   TO RUBRICAS-CALC
           PERFORM IMPRIME-RUBRICA THRU IMPRIME-RUBRICA-FIM
             VARYING W-IND-RUB FROM 1 BY 1 UNTIL W-IND-RUB > RC-QTD
           ADD WK-VALOR TO W-TOT-DEPTO W-TOT-GERAL
           ADD WK-LIQUIDO TO W-TOT-LIQUIDO
           ADD 1 TO W-CONT-FUNC
           PERFORM GRAVA-HISTORICO THRU GRAVA-HISTORICO-FIM
           GO TO IMPRIME-010.
           WRITE LINHA-REL
           MOVE W-TOT-GERAL TO LG-TOTAL
           WRITE LINHA-REL FROM LINHA-TOTGER
           MOVE W-TOT-LIQUIDO TO LL-TOTAL
           WRITE LINHA-REL FROM LINHA-TOTLIQ
           MOVE W-TOT-FGTS TO LF-FGTS
           WRITE LINHA-REL FROM LINHA-TOTFGTS
           MOVE W-CONT-FUNC TO LT-FUNC
           WRITE LINHA-REL FROM LINHA-TOT1
           MOVE W-CONT-SEMCARGO TO LT-SEMCARGO
           CLOSE RELATORIO.
       IMPRIME-FIM.
           EXIT.
      *
       IMPRIME-RUBRICA.
           IF RC-NATUREZA (W-IND-RUB) = "P"
              MOVE "+" TO LR-NATUREZA
           ELSE
              MOVE "-" TO LR-NATUREZA.
           MOVE RC-RUBRICA (W-IND-RUB)   TO LR-RUBRICA
           MOVE RC-DESCRICAO (W-IND-RUB) TO LR-DESCRICAO
           MOVE RC-VALOR (W-IND-RUB)     TO LR-VALOR
           WRITE LINHA-REL FROM LINHA-RUB.
       IMPRIME-RUBRICA-FIM.
           EXIT.
      *
       IMPRIME-CABDEPTO.
           MOVE ZEROS TO W-TOT-DEPTO
                                W-DEPTO-ACHOU
           MOVE W-DEPTO-DENOM TO LP-DENOM
           WRITE LINHA-REL FROM LINHA-DEPTO
           WRITE LINHA-REL FROM LINHA-CAB2.
       IMPRIME-CABDEPTO-FIM.
           EXIT.
      *
           MOVE W-ANOMES-HIST TO FH-ANOMES
           MOVE "D"           TO FH-TIPO
           MOVE WK-DEPTO      TO FH-DEPTO
           MOVE WK-BRUTO      TO FH-BRUTO
           MOVE ZEROS         TO FH-INSS FH-IRRF
           MOVE WK-LIQUIDO    TO FH-LIQUIDO
           COMPUTE FH-FGTS ROUNDED = (WK-BRUTO * W-PCT-FGTS) / 100
           ADD FH-FGTS        TO W-TOT-FGTS
           MOVE W-ANO-ATUAL   TO FH-ANO
           MOVE W-MES-ATUAL   TO FH-MES
           MOVE W-DIA-ATUAL   TO FH-DIA
           MOVE WK-UNIDADE    TO FH-UNIDADE
           WRITE REGFOLHAHIST
           IF ST-HIST = "22"
              REWRITE REGFOLHAHIST.
           MOVE "G"           TO RC-FUNCAO
           MOVE WK-DEPTO      TO RC-DEPTO
           CALL "P201777" USING RUBRICAS-CALC.
       GRAVA-HISTORICO-FIM.
           EXIT.
