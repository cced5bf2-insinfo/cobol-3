      * FERIAS (SALARIOBASE DO CARGO VIA P201661 MAIS O  *
      * TERCO CONSTITUCIONAL), IMPRIME O REGISTRO, MARCA *
      * O PERIODO COMO "G" (GOZADO/PAGO) E GRAVA NO      *
      * FOLHAHIST.DAT COM TIPO "F". O FGTS DAS FERIAS    *
      * (8% DO VALOR COM O TERCO) VAI PARA O FH-FGTS,    *
      * COM O TOTAL NO REGISTRO.                         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-CONT-PAGAS      PIC 9(05) VALUE ZEROS.
       77 W-CONT-SEMFUNC    PIC 9(05) VALUE ZEROS.
       77 W-TOT-GERAL       PIC 9(09)V99 VALUE ZEROS.
       77 W-PCT-FGTS        PIC 9(02)V99 VALUE 8.
       77 W-TOT-FGTS        PIC 9(09)V99 VALUE ZEROS.
       01 W-GOZO-R.
                03 W-GZ-ANOMES   PIC 9(06).
                03 W-GZ-DIA      PIC 9(02).
                03 FILLER        PIC X(30)
                    VALUE "VALOR TOTAL PAGO............: ".
                03 LT-TOTAL      PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOT3.
                03 FILLER        PIC X(30)
                    VALUE "FGTS A DEPOSITAR............: ".
                03 LT-FGTS       PIC ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE W-VALOR       TO FH-BRUTO
                MOVE ZEROS         TO FH-INSS FH-IRRF
                MOVE W-VALOR       TO FH-LIQUIDO
                COMPUTE FH-FGTS ROUNDED = (W-VALOR * W-PCT-FGTS) / 100
                ADD FH-FGTS        TO W-TOT-FGTS
                MOVE W-ANO-ATUAL   TO FH-ANO
                MOVE W-MES-ATUAL   TO FH-MES
                MOVE W-DIA-ATUAL   TO FH-DIA
                MOVE FUN-UNIDADE   TO FH-UNIDADE
                IF FH-UNIDADE NOT NUMERIC
                   MOVE 01 TO FH-UNIDADE.
                IF FH-UNIDADE = ZEROS
                   MOVE 01 TO FH-UNIDADE.
                WRITE REGFOLHAHIST
                IF ST-HIST = "22"
                   REWRITE REGFOLHAHIST.
                WRITE LINHA-REL FROM LINHA-TOT1
                MOVE W-TOT-GERAL TO LT-TOTAL
                WRITE LINHA-REL FROM LINHA-TOT2
                MOVE W-TOT-FGTS TO LT-FGTS
                WRITE LINHA-REL FROM LINHA-TOT3
                CLOSE CADFERIAS CADFUNC FOLHAHIST RELATORIO.
       FECHA-ARQUIVOS-FIM.
                EXIT.
