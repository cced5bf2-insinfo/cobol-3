      * CALCULA AS VERBAS PENDENTES: SALDO DE SALARIO DO *
      * MES DO DESLIGAMENTO (DIAS TRABALHADOS SOBRE 30 - *
      * SUPRIMIDO QUANDO A FOLHA DO MES JA RODOU, POIS O *
      * P201662 JA PAGOU O PRO-RATA NO TIPO "M"), FERIAS *
      * VENCIDAS NAO GOZADAS DO CADFERIAS.DAT (SALARIO + *
      * 1/3 POR PERIODO) E 13O PROPORCIONAL DO ANO DO    *
      * DESLIGAMENTO (AVOS COMO NO P201718). IMPRIME O   *
      * DEMONSTRATIVO EM RESCISAO.TXT E GRAVA O TOTAL NO *
      * FOLHAHIST.DAT COM TIPO "R". INFORMA TAMBEM O     *
      * FGTS: O DEPOSITO DO MES DA RESCISAO (8% SOBRE    *
      * SALDO DE SALARIO E 13O - FERIAS INDENIZADAS NAO  *
      * INCIDEM), O SALDO ACUMULADO DA MATRICULA NO      *
      * FOLHAHIST E A MULTA RESCISORIA PELO TIPO DO      *
      * DESLIGAMENTO (40% SEM JUSTA CAUSA, 20% ACORDO).  *
      * SAO VALORES DEPOSITADOS PELA EMPRESA NA CONTA    *
      * VINCULADA E NAO ENTRAM NO TOTAL A PAGAR.         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-TOTAL           PIC 9(08)V99 VALUE ZEROS.
       77 W-ANOMES-HIST     PIC 9(06) VALUE ZEROS.
       77 W-SALDO-NA-FOLHA  PIC X(01) VALUE "N".
       77 W-PCT-FGTS        PIC 9(02)V99 VALUE 8.
       77 W-FGTS-RESC       PIC 9(08)V99 VALUE ZEROS.
       77 W-FGTS-SALDO      PIC 9(08)V99 VALUE ZEROS.
       77 W-PCT-MULTA       PIC 9(02)V99 VALUE ZEROS.
       77 W-FGTS-MULTA      PIC 9(08)V99 VALUE ZEROS.
       01 W-HOJE.
                03 W-ANO-ATUAL     PIC 9(04).
                03 W-MES-ATUAL     PIC 9(02).
                03 FILLER        PIC X(25)
                    VALUE "TOTAL DA RESCISAO......: ".
                03 LT-VALOR      PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-FGTS-MES.
                03 FILLER        PIC X(25)
                    VALUE "FGTS DO MES DA RESCISAO: ".
                03 LG-MES        PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-FGTS-SALDO.
                03 FILLER        PIC X(25)
                    VALUE "SALDO FGTS (HISTORICO).: ".
                03 LG-SALDO      PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-FGTS-MULTA.
                03 FILLER        PIC X(25)
                    VALUE "MULTA RESCISORIA FGTS..: ".
                03 LG-MULTA      PIC ZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(02) VALUE " (".
                03 LG-PCT        PIC Z9.
                03 FILLER        PIC X(02) VALUE "%)".
       01 LINHA-FGTS-SEMTIPO PIC X(80)
           VALUE "   (TIPO DO DESLIGAMENTO NAO INFORMADO - SEM MULTA)".
       01 LINHA-FGTS-OBS    PIC X(80)
           VALUE "   (FGTS DEPOSITADO PELA EMPRESA - FORA DO TOTAL)".
       01 LINHA-ASSIN       PIC X(80)
           VALUE "ASSINATURA DO FUNCIONARIO: ____________________".
      *-----------------------------------------------------------------
                COMPUTE W-DECIMO ROUNDED =
                        (W-CG-SALARIO * W-AVOS) / 12
                COMPUTE W-TOTAL = W-SALDO-SALARIO + W-FERIAS-VALOR
                                + W-DECIMO
                COMPUTE W-FGTS-RESC ROUNDED =
                        ((W-SALDO-SALARIO + W-DECIMO) * W-PCT-FGTS)
                        / 100
                PERFORM SOMA-FGTS THRU SOMA-FGTS-FIM
                MOVE ZEROS TO W-PCT-MULTA
                IF FUN-DESLIG-SEM-JUSTA
                   MOVE 40 TO W-PCT-MULTA
                ELSE
                   IF FUN-DESLIG-ACORDO
                      MOVE 20 TO W-PCT-MULTA.
                COMPUTE W-FGTS-MULTA ROUNDED =
                        (W-FGTS-SALDO * W-PCT-MULTA) / 100.
       CALCULA-VERBAS-FIM.
                EXIT.
      *
                EXIT.
      *
      *****************************************
      * SALDO DO FGTS: SOMA FH-FGTS DE TODAS   *
      * AS LINHAS DA MATRICULA NO FOLHAHIST    *
      * (MENOS A "R" DE UMA EXECUCAO ANTERIOR) *
      * MAIS O DEPOSITO DA PROPRIA RESCISAO    *
      *****************************************
       SOMA-FGTS.
                MOVE W-FGTS-RESC TO W-FGTS-SALDO
                MOVE W-PARM-MATRICULA TO FH-MATRICULA
                MOVE ZEROS            TO FH-ANOMES
                MOVE SPACES           TO FH-TIPO
                START FOLHAHIST KEY IS NOT < CHAVE-FOLHAHIST
                IF ST-HIST NOT = "00"
                   GO TO SOMA-FGTS-FIM.
       SOMA-FGTS1.
                READ FOLHAHIST NEXT RECORD
                   AT END
                      GO TO SOMA-FGTS-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF FH-MATRICULA NOT = W-PARM-MATRICULA
                   GO TO SOMA-FGTS-FIM.
                IF FH-RESCISAO
                   GO TO SOMA-FGTS1.
                IF FH-FGTS NOT NUMERIC
                   GO TO SOMA-FGTS1.
                ADD FH-FGTS TO W-FGTS-SALDO
                GO TO SOMA-FGTS1.
       SOMA-FGTS-FIM.
                EXIT.
      *
      *****************************************
      * AVOS DO 13O NO ANO DO DESLIGAMENTO     *
      * (MES DO DESLIGAMENTO CONTA QUANDO O    *
      * DIA E 15 OU MAIS; ADMISSAO NO MESMO    *
                WRITE LINHA-REL FROM LINHA-TOTAL
                MOVE SPACES TO LINHA-REL
                WRITE LINHA-REL
                MOVE W-FGTS-RESC TO LG-MES
                WRITE LINHA-REL FROM LINHA-FGTS-MES
                MOVE W-FGTS-SALDO TO LG-SALDO
                WRITE LINHA-REL FROM LINHA-FGTS-SALDO
                IF FUN-TIPO-DESLIG = SPACES
                   MOVE LINHA-FGTS-SEMTIPO TO LINHA-REL
                   WRITE LINHA-REL
                   GO TO IMPRIME-RESCISAO3.
                MOVE W-FGTS-MULTA TO LG-MULTA
                MOVE W-PCT-MULTA  TO LG-PCT
                WRITE LINHA-REL FROM LINHA-FGTS-MULTA.
       IMPRIME-RESCISAO3.
                MOVE LINHA-FGTS-OBS TO LINHA-REL
                WRITE LINHA-REL
                MOVE SPACES TO LINHA-REL
                WRITE LINHA-REL
                MOVE LINHA-ASSIN TO LINHA-REL
                WRITE LINHA-REL.
       IMPRIME-RESCISAO-FIM.
                MOVE W-TOTAL          TO FH-BRUTO
                MOVE ZEROS            TO FH-INSS FH-IRRF
                MOVE W-TOTAL          TO FH-LIQUIDO
                MOVE W-FGTS-RESC      TO FH-FGTS
                MOVE W-ANO-ATUAL      TO FH-ANO
                MOVE W-MES-ATUAL      TO FH-MES
                MOVE W-DIA-ATUAL      TO FH-DIA
                MOVE FUN-UNIDADE   TO FH-UNIDADE
                IF FH-UNIDADE NOT NUMERIC
                   MOVE 01 TO FH-UNIDADE.
                IF FH-UNIDADE = ZEROS
                   MOVE 01 TO FH-UNIDADE.
                WRITE REGFOLHAHIST
                IF ST-HIST = "22"
                   REWRITE REGFOLHAHIST.
