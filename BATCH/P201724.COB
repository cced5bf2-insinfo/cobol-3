      * FOLHA.MOV DA FOLHA P201662. O CARTAO SYSIN       *
      * INFORMA O MES (AAAAMM) E O LIMITE DIARIO DE      *
      * HORAS. PARA CADA FUNCIONARIO ATIVO COM TIPO DE   *
      * SALARIO H, D OU T (CARGO VIA P201661): - HORISTA *
      * (H): SOMA AS HORAS DO MES; AS HORAS ACIMA DO     *
      * LIMITE DIARIO CONTAM A 150% E TODAS AS HORAS DE  *
      * DOMINGO OU FERIADO (CADCALEN) A 200%; - DIARISTA *
      * (D) E TAREFEIRO (T): UMA UNIDADE POR DIA         *
      * APONTADO. TAMBEM IMPRIME A DIVERGENCIA: DIAS DO  *
      * MES (MENOS DOMINGOS E FERIADOS) SEM MARCACAO POR *
      * FUNCIONARIO ATIVO. DESLIGADO ANTES DO MES DE     *
      * REFERENCIA FICA FORA; NO PROPRIO MES DO          *
      * DESLIGAMENTO O PONTO AINDA CONSOLIDA (A FOLHA    *
      * P201662 PAGA O H/D/T PELO FOLHA.MOV NESSE MES).  *
      * OS DIAS EM QUE O FUNCIONARIO ESTAVA AFASTADO     *
      * (CADAFAST, MANTIDO NO FP201781) NAO ENTRAM NA    *
      * DIVERGENCIA; SO SAEM CONTADOS NO FIM DO          *
      * RELATORIO. O HORISTA QUE OPTOU PELO BANCO DE     *
      * HORAS (FUN-BANCO-HORAS) NAO RECEBE AS EXTRAS: AS *
      * HORAS ACIMA DO LIMITE (X 1,5) E AS DE DOMINGO OU *
      * FERIADO (X 2) SAO CREDITADAS NO CADBANCOH, DIA A *
      * DIA, COM VENCIMENTO EM SEIS MESES. AS FOLGAS     *
      * COMPENSADAS NO MES (FP201787) SAO PAGAS COMO     *
      * HORAS NORMAIS E SAEM DA DIVERGENCIA; AS HORAS    *
      * VENCIDAS ATE O FIM DO MES SEM COMPENSACAO (OU    *
      * TODO O SALDO, NO MES DO DESLIGAMENTO) SAO PAGAS  *
      * NO FOLHA.MOV E BAIXADAS DO BANCO. REPROCESSAR O  *
      * MES REGRAVA OS CREDITOS E O PAGAMENTO DELE.      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAL-DATA
                    FILE STATUS  IS ST-CALEN.
       SELECT CADAFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AFAST
                    FILE STATUS  IS ST-AFAST.
       SELECT CADBANCOH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-BANCOH
                    FILE STATUS  IS ST-BANCOH.
       SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
      *
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCALEN.DAT".
           COPY CALENREC.
       FD CADAFAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAFAST.DAT".
           COPY AFASTREC.
       FD CADBANCOH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBANCOH.DAT".
           COPY BANCOHREC.
       FD RELATORIO
               LABEL RECORD IS OMITTED.
       01 LINHA-REL                 PIC X(80).
       77 ST-MOV            PIC X(02) VALUE "00".
       77 ST-CALEN          PIC X(02) VALUE "00".
       77 W-SEM-CALEN       PIC X(01) VALUE "N".
       77 ST-AFAST          PIC X(02) VALUE "00".
       77 W-SEM-AFAST       PIC X(01) VALUE "N".
       77 W-DATA-CORR       PIC 9(08) VALUE ZEROS.
       77 W-CONT-AFAST      PIC 9(05) VALUE ZEROS.
       77 W-DIA-ESPECIAL    PIC X(01) VALUE "N".
       77 W-DEM-ANOMES      PIC 9(06) VALUE ZEROS.
       77 W-PARM-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-DIA-CORR        PIC 9(02) VALUE ZEROS.
       77 W-TEM-MARCA       PIC X(01) VALUE "N".
      *
      * BANCO DE HORAS
      *
       77 ST-BANCOH         PIC X(02) VALUE "00".
       77 W-OPTANTE         PIC X(01) VALUE "N".
       77 W-FIM-MES         PIC 9(08) VALUE ZEROS.
       77 W-LIMITE-VENC     PIC 9(08) VALUE ZEROS.
       77 W-DIA-COMP        PIC 9(02) VALUE ZEROS.
       77 W-HORAS-BANCO     PIC 9(04)V99 VALUE ZEROS.
       77 W-HORAS-COMP      PIC 9(04)V99 VALUE ZEROS.
       77 W-HORAS-VENC      PIC 9(04)V99 VALUE ZEROS.
       77 W-CRED-VENCIDO    PIC 9(06)V99 VALUE ZEROS.
       77 W-DEBITOS         PIC 9(06)V99 VALUE ZEROS.
       77 W-CONT-COMP       PIC 9(05) VALUE ZEROS.
       77 W-TOT-BANCO       PIC 9(06)V99 VALUE ZEROS.
       77 W-TOT-COMP        PIC 9(06)V99 VALUE ZEROS.
       77 W-TOT-VENC        PIC 9(06)V99 VALUE ZEROS.
       77 W-UD-ANO          PIC 9(04) VALUE ZEROS.
       77 W-UD-MES          PIC 9(02) VALUE ZEROS.
       77 W-UD-DIA          PIC 9(02) VALUE ZEROS.
       77 W-UD-QUOC         PIC 9(04) VALUE ZEROS.
       77 W-UD-RESTO        PIC 9(02) VALUE ZEROS.
       01 TABELA-ULTDIA.
                03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TABELA-ULTDIA-R REDEFINES TABELA-ULTDIA.
                03 TAB-ULT-DIA OCCURS 12 TIMES PIC 9(02).
       01 W-VENC.
                03 W-VC-ANO      PIC 9(04).
                03 W-VC-MES      PIC 9(02).
                03 W-VC-DIA      PIC 9(02).
       01 W-VENC-NUM REDEFINES W-VENC PIC 9(08).
      *
      * CAMPOS DO CALCULO DO DIA DA SEMANA (ZELLER)
      *
       77 WZ-DIA            PIC 9(02) VALUE ZEROS.
                03 DIA-ITEM OCCURS 31 TIMES.
                   05 TAB-HORAS     PIC 9(02)V99.
                   05 TAB-MARCADO   PIC X(01).
                   05 TAB-AFASTADO  PIC X(01).
                   05 TAB-COMPENSADO PIC X(01).
                   05 TAB-CREDITO   PIC 9(03)V99.
       01 LINHA-CAB1.
                03 FILLER        PIC X(42)
                    VALUE "CONSOLIDACAO DO PONTO - REFERENCIA ".
                03 FILLER        PIC X(30)
                    VALUE "DIAS SEM MARCACAO...........: ".
                03 LT-DIVERG     PIC ZZZZ9.
       01 LINHA-TOT3.
                03 FILLER        PIC X(30)
                    VALUE "DIAS AFASTADO (SEM COBRANCA): ".
                03 LT-AFAST      PIC ZZZZ9.
       01 LINHA-BANCO.
                03 FILLER        PIC X(22)
                    VALUE "      BANCO DE HORAS: ".
                03 FILLER        PIC X(08) VALUE "CREDITO ".
                03 LB-CREDITO    PIC ZZZ9,99.
                03 FILLER        PIC X(13) VALUE "  COMPENSADO ".
                03 LB-COMP       PIC ZZZ9,99.
                03 FILLER        PIC X(15) VALUE "  VENCIDO PAGO ".
                03 LB-VENC       PIC ZZZ9,99.
       01 LINHA-TOT4.
                03 FILLER        PIC X(30)
                    VALUE "HORAS CREDITADAS NO BANCO...: ".
                03 LT-BANCO      PIC ZZZ.ZZ9,99.
       01 LINHA-TOT5.
                03 FILLER        PIC X(30)
                    VALUE "HORAS DE FOLGA COMPENSADA...: ".
                03 LT-COMP       PIC ZZZ.ZZ9,99.
       01 LINHA-TOT6.
                03 FILLER        PIC X(30)
                    VALUE "HORAS VENCIDAS PAGAS........: ".
                03 LT-VENC       PIC ZZZ.ZZ9,99.
       01 LINHA-TOT7.
                03 FILLER        PIC X(30)
                    VALUE "DIAS DE FOLGA COMPENSADA....: ".
                03 LT-DIAS-COMP  PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                IF W-PARM-LIMITE = ZEROS
                   MOVE 8 TO W-PARM-LIMITE.
                MOVE W-PARM-ANOMES TO W-ANOMES-R
                MOVE W-AM-ANO TO W-UD-ANO
                MOVE W-AM-MES TO W-UD-MES
                PERFORM ULTIMO-DIA THRU ULTIMO-DIA-FIM
                COMPUTE W-FIM-MES = (W-PARM-ANOMES * 100) + W-UD-DIA
                PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM
                PERFORM VARRE-FUNC THRU VARRE-FUNC-FIM
                PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
                   DISPLAY "SEM CALENDARIO (CADCALEN) - FERIADOS "
                           "NAO CONSIDERADOS"
                   MOVE "S" TO W-SEM-CALEN.
                OPEN INPUT CADAFAST
                IF ST-AFAST NOT = "00"
                   MOVE "S" TO W-SEM-AFAST.
                OPEN I-O CADBANCOH
                IF ST-BANCOH NOT = "00"
                   IF ST-BANCOH = "30" OR "35"
                      OPEN OUTPUT CADBANCOH
                      CLOSE CADBANCOH
                      OPEN I-O CADBANCOH
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO CADBANCOH: "
                                                          ST-BANCOH
                      MOVE 8 TO RETURN-CODE
                      STOP RUN.
                OPEN OUTPUT MOVIMENTO
                OPEN OUTPUT RELATORIO
                MOVE W-PARM-ANOMES TO LC-ANOMES
                IF W-CG-ACHOU NOT = "S"
                   GO TO VARRE-FUNC.
                PERFORM CARREGA-MES THRU CARREGA-MES-FIM
                PERFORM CARREGA-AFAST THRU CARREGA-AFAST-FIM
                PERFORM CARREGA-COMP THRU CARREGA-COMP-FIM
                PERFORM DIVERGENCIA THRU DIVERGENCIA-FIM
                IF W-CG-TIPOSAL NOT = "H" AND "D" AND "T"
                   GO TO VARRE-FUNC.
                PERFORM CONSOLIDA THRU CONSOLIDA-FIM
                IF W-QUANTIDADE NOT = ZEROS
                   PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM.
                IF W-HORAS-BANCO NOT = ZEROS
                   OR W-HORAS-COMP NOT = ZEROS
                   OR W-HORAS-VENC NOT = ZEROS
                   PERFORM IMPRIME-BANCO THRU IMPRIME-BANCO-FIM.
                GO TO VARRE-FUNC.
       VARRE-FUNC-FIM.
                EXIT.
      *
       GRAVA-MOV.
                MOVE FUN-MATRICULA TO MOV-MATRICULA
                MOVE W-QUANTIDADE  TO MOV-QUANTIDADE
                WRITE REGMOV
                MOVE FUN-NOME      TO LD-NOME
                MOVE W-CG-TIPOSAL  TO LD-TIPOSAL
                MOVE W-QUANTIDADE  TO LD-QUANT
                WRITE LINHA-REL FROM LINHA-DET.
       GRAVA-MOV-FIM.
                EXIT.
      *
       IMPRIME-BANCO.
                MOVE W-HORAS-BANCO TO LB-CREDITO
                MOVE W-HORAS-COMP  TO LB-COMP
                MOVE W-HORAS-VENC  TO LB-VENC
                WRITE LINHA-REL FROM LINHA-BANCO
                ADD W-HORAS-BANCO TO W-TOT-BANCO
                ADD W-HORAS-COMP  TO W-TOT-COMP
                ADD W-HORAS-VENC  TO W-TOT-VENC.
       IMPRIME-BANCO-FIM.
                EXIT.
      *
      *****************************************
      *
       LIMPA-DIA.
                MOVE ZEROS TO TAB-HORAS (W-DIA-CORR)
                MOVE "N"   TO TAB-MARCADO (W-DIA-CORR)
                MOVE "N"   TO TAB-AFASTADO (W-DIA-CORR)
                MOVE "N"   TO TAB-COMPENSADO (W-DIA-CORR)
                MOVE ZEROS TO TAB-CREDITO (W-DIA-CORR).
       LIMPA-DIA-FIM.
                EXIT.
      *
      *****************************************
      * MARCA NA TABELA OS DIAS DO MES EM QUE  *
      * A MATRICULA CORRENTE ESTAVA AFASTADA   *
      * (CADAFAST, DO INICIO ATE A VESPERA DO  *
      * RETORNO)                               *
      *****************************************
       CARREGA-AFAST.
                IF W-SEM-AFAST = "S"
                   GO TO CARREGA-AFAST-FIM.
                MOVE FUN-MATRICULA TO AFA-MATRICULA
                MOVE ZEROS         TO AFA-INICIO
                START CADAFAST KEY IS NOT < CHAVE-AFAST
                IF ST-AFAST NOT = "00"
                   GO TO CARREGA-AFAST-FIM.
       CARREGA-AFAST1.
                READ CADAFAST NEXT RECORD
                   AT END
                      GO TO CARREGA-AFAST-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF AFA-MATRICULA NOT = FUN-MATRICULA
                   GO TO CARREGA-AFAST-FIM.
                IF AFA-SIT-EXCLUIDO
                   GO TO CARREGA-AFAST1.
                PERFORM MARCA-AFAST THRU MARCA-AFAST-FIM
                  VARYING W-DIA-CORR FROM 1 BY 1
                  UNTIL W-DIA-CORR > 31
                GO TO CARREGA-AFAST1.
       CARREGA-AFAST-FIM.
                EXIT.
      *
       MARCA-AFAST.
                COMPUTE W-DATA-CORR = (W-PARM-ANOMES * 100)
                                    + W-DIA-CORR
                IF AFA-INICIO > W-DATA-CORR
                   GO TO MARCA-AFAST-FIM.
                IF AFA-RETORNO NOT = ZEROS
                   AND AFA-RETORNO NOT > W-DATA-CORR
                   GO TO MARCA-AFAST-FIM.
                MOVE "S" TO TAB-AFASTADO (W-DIA-CORR).
       MARCA-AFAST-FIM.
                EXIT.
      *
      *****************************************
      * CONSOLIDA O MES: HORISTA EM HORAS      *
      * EQUIVALENTES (EXTRA A 150%, DOMINGO A  *
      * 200%), DIARISTA/TAREFEIRO EM DIAS      *
      * APONTADOS. NO HORISTA DO BANCO DE      *
      * HORAS AS EXTRAS VAO PARA O CADBANCOH E *
      * ENTRAM AS FOLGAS COMPENSADAS E AS      *
      * HORAS VENCIDAS                         *
      *****************************************
       CONSOLIDA.
                MOVE ZEROS TO W-HORAS-EQ W-DIAS W-HORAS-BANCO
                              W-HORAS-VENC
                MOVE "N" TO W-OPTANTE
                IF W-CG-TIPOSAL = "H" AND FUN-OPTA-BANCO
                   MOVE "S" TO W-OPTANTE.
                PERFORM CONSOLIDA-DIA THRU CONSOLIDA-DIA-FIM
                  VARYING W-DIA-CORR FROM 1 BY 1
                  UNTIL W-DIA-CORR > 31
                IF W-CG-TIPOSAL NOT = "H"
                   MOVE W-DIAS TO W-QUANTIDADE
                   GO TO CONSOLIDA-FIM.
                PERFORM GRAVA-CREDITO THRU GRAVA-CREDITO-FIM
                  VARYING W-DIA-CORR FROM 1 BY 1
                  UNTIL W-DIA-CORR > 31
                PERFORM VENCIDAS THRU VENCIDAS-FIM
                COMPUTE W-HORAS-EQ = W-HORAS-EQ + W-HORAS-COMP
                                   + W-HORAS-VENC
                IF W-HORAS-EQ > 999,99
                   MOVE 999,99 TO W-QUANTIDADE
                ELSE
                   MOVE W-HORAS-EQ TO W-QUANTIDADE.
       CONSOLIDA-FIM.
                EXIT.
      *
                   GO TO CONSOLIDA-DIA-FIM.
                ADD 1 TO W-DIAS
                PERFORM DIA-ESPECIAL THRU DIA-ESPECIAL-FIM
                IF W-DIA-ESPECIAL = "S" AND W-OPTANTE = "S"
                   COMPUTE TAB-CREDITO (W-DIA-CORR) =
                           TAB-HORAS (W-DIA-CORR) * 2
                   GO TO CONSOLIDA-DIA-FIM.
                IF W-DIA-ESPECIAL = "S"
                   COMPUTE W-HORAS-EQ =
                           W-HORAS-EQ + (TAB-HORAS (W-DIA-CORR) * 2)
                IF TAB-HORAS (W-DIA-CORR) > W-PARM-LIMITE
                   COMPUTE W-EXTRA =
                           TAB-HORAS (W-DIA-CORR) - W-PARM-LIMITE
                   IF W-OPTANTE = "S"
                      ADD W-PARM-LIMITE TO W-HORAS-EQ
                      COMPUTE TAB-CREDITO (W-DIA-CORR) = W-EXTRA * 1,5
                   ELSE
                      COMPUTE W-HORAS-EQ = W-HORAS-EQ + W-PARM-LIMITE
                              + (W-EXTRA * 1,5)
                ELSE
                   ADD TAB-HORAS (W-DIA-CORR) TO W-HORAS-EQ.
       CONSOLIDA-DIA-FIM.
                EXIT.
      *
      *****************************************
      * CREDITO DO DIA NO CADBANCOH (REGRAVADO *
      * NO REPROCESSAMENTO; DIA SEM CREDITO    *
      * APAGA O DE UMA RODADA ANTERIOR)        *
      *****************************************
       GRAVA-CREDITO.
                IF W-DIA-CORR > W-UD-DIA
                   GO TO GRAVA-CREDITO-FIM.
                MOVE FUN-MATRICULA TO BH-MATRICULA
                COMPUTE BH-DATA = (W-PARM-ANOMES * 100) + W-DIA-CORR
                MOVE "C" TO BH-MOVIMENTO
                READ CADBANCOH
                IF TAB-CREDITO (W-DIA-CORR) = ZEROS
                   AND ST-BANCOH NOT = "00"
                   GO TO GRAVA-CREDITO-FIM.
                IF TAB-CREDITO (W-DIA-CORR) = ZEROS
                   DELETE CADBANCOH RECORD
                   GO TO GRAVA-CREDITO-FIM.
                ADD TAB-CREDITO (W-DIA-CORR) TO W-HORAS-BANCO
                MOVE TAB-CREDITO (W-DIA-CORR) TO BH-HORAS
      *
      * VENCE SEIS MESES DEPOIS, NO MESMO DIA (OU NO ULTIMO DIA DO
      * MES, SE ELE FOR MAIS CURTO)
      *
                MOVE W-AM-ANO TO W-VC-ANO
                COMPUTE W-VC-MES = W-AM-MES + 6
                IF W-VC-MES > 12
                   SUBTRACT 12 FROM W-VC-MES
                   ADD 1 TO W-VC-ANO.
                MOVE W-VC-ANO TO W-UD-ANO
                MOVE W-VC-MES TO W-UD-MES
                PERFORM ULTIMO-DIA THRU ULTIMO-DIA-FIM
                MOVE W-DIA-CORR TO W-VC-DIA
                IF W-VC-DIA > W-UD-DIA
                   MOVE W-UD-DIA TO W-VC-DIA.
                MOVE W-VENC-NUM TO BH-VENCIMENTO
      *
      * ULTIMO-DIA FOI USADO NO VENCIMENTO - VOLTA AO MES DO PONTO
      *
                MOVE W-AM-ANO TO W-UD-ANO
                MOVE W-AM-MES TO W-UD-MES
                PERFORM ULTIMO-DIA THRU ULTIMO-DIA-FIM
                MOVE "HORAS EXTRAS DO PONTO" TO BH-OBS
                MOVE "A" TO BH-SIT-REGISTRO
                IF ST-BANCOH = "00"
                   REWRITE REGBANCOH
                ELSE
                   WRITE REGBANCOH.
       GRAVA-CREDITO-FIM.
                EXIT.
      *
      *****************************************
      * HORAS VENCIDAS SEM COMPENSACAO: AS     *
      * COMPENSACOES E PAGAMENTOS CONSOMEM OS  *
      * CREDITOS MAIS ANTIGOS, ENTAO O VENCIDO *
      * E O QUE OS CREDITOS VENCIDOS ATE O FIM *
      * DO MES PASSAM DOS DEBITOS ATE ALI. NO  *
      * MES DO DESLIGAMENTO VENCE TODO O SALDO *
      *****************************************
       VENCIDAS.
                MOVE ZEROS TO W-CRED-VENCIDO W-DEBITOS W-HORAS-VENC
                MOVE W-FIM-MES TO W-LIMITE-VENC
                IF FUN-DEMISSAO NOT = ZEROS
                   AND W-DEM-ANOMES = W-PARM-ANOMES
                   MOVE 99999999 TO W-LIMITE-VENC.
                MOVE FUN-MATRICULA TO BH-MATRICULA
                MOVE ZEROS         TO BH-DATA
                MOVE SPACES        TO BH-MOVIMENTO
                START CADBANCOH KEY IS NOT < CHAVE-BANCOH
                IF ST-BANCOH NOT = "00"
                   GO TO VENCIDAS2.
       VENCIDAS1.
                READ CADBANCOH NEXT RECORD
                   AT END
                      GO TO VENCIDAS2
                   NOT AT END
                      NEXT SENTENCE.
                IF BH-MATRICULA NOT = FUN-MATRICULA
                   GO TO VENCIDAS2.
                IF BH-SIT-EXCLUIDO
                   GO TO VENCIDAS1.
                IF BH-CREDITO
                   IF BH-VENCIMENTO NOT > W-LIMITE-VENC
                      ADD BH-HORAS TO W-CRED-VENCIDO
                      GO TO VENCIDAS1
                   ELSE
                      GO TO VENCIDAS1.
      *
      * O PAGAMENTO DO PROPRIO MES E RECALCULADO AQUI
      *
                IF BH-PAGAMENTO AND BH-DATA = W-FIM-MES
                   GO TO VENCIDAS1.
                IF BH-DATA NOT > W-FIM-MES
                   ADD BH-HORAS TO W-DEBITOS.
                GO TO VENCIDAS1.
       VENCIDAS2.
                IF W-CRED-VENCIDO > W-DEBITOS
                   COMPUTE W-HORAS-VENC = W-CRED-VENCIDO - W-DEBITOS.
                MOVE FUN-MATRICULA TO BH-MATRICULA
                MOVE W-FIM-MES     TO BH-DATA
                MOVE "P"           TO BH-MOVIMENTO
                READ CADBANCOH
                IF W-HORAS-VENC = ZEROS
                   AND ST-BANCOH NOT = "00"
                   GO TO VENCIDAS-FIM.
                IF W-HORAS-VENC = ZEROS
                   DELETE CADBANCOH RECORD
                   GO TO VENCIDAS-FIM.
                MOVE W-HORAS-VENC TO BH-HORAS
                MOVE ZEROS        TO BH-VENCIMENTO
                MOVE "VENCIDAS PAGAS NA FOLHA" TO BH-OBS
                IF W-LIMITE-VENC NOT = W-FIM-MES
                   MOVE "SALDO PAGO NO DESLIGAMENTO" TO BH-OBS.
                MOVE "A" TO BH-SIT-REGISTRO
                IF ST-BANCOH = "00"
                   REWRITE REGBANCOH
                ELSE
                   WRITE REGBANCOH.
       VENCIDAS-FIM.
                EXIT.
      *
      *****************************************
      * FOLGAS COMPENSADAS (CADBANCOH "D") DO  *
      * MES DA MATRICULA CORRENTE: SAEM DA     *
      * DIVERGENCIA E SAO PAGAS COMO HORAS     *
      *****************************************
       CARREGA-COMP.
                MOVE ZEROS TO W-HORAS-COMP
                MOVE FUN-MATRICULA TO BH-MATRICULA
                COMPUTE BH-DATA = (W-PARM-ANOMES * 100) + 1
                MOVE SPACES TO BH-MOVIMENTO
                START CADBANCOH KEY IS NOT < CHAVE-BANCOH
                IF ST-BANCOH NOT = "00"
                   GO TO CARREGA-COMP-FIM.
       CARREGA-COMP1.
                READ CADBANCOH NEXT RECORD
                   AT END
                      GO TO CARREGA-COMP-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF BH-MATRICULA NOT = FUN-MATRICULA
                   OR BH-DATA > W-FIM-MES
                   GO TO CARREGA-COMP-FIM.
                IF NOT BH-COMPENSACAO OR BH-SIT-EXCLUIDO
                   GO TO CARREGA-COMP1.
                ADD BH-HORAS TO W-HORAS-COMP
                COMPUTE W-DIA-COMP = BH-DATA - (W-PARM-ANOMES * 100)
                IF W-DIA-COMP > ZEROS AND W-DIA-COMP < 32
                   MOVE "S" TO TAB-COMPENSADO (W-DIA-COMP).
                GO TO CARREGA-COMP1.
       CARREGA-COMP-FIM.
                EXIT.
      *
      *****************************************
      * ULTIMO DIA DO MES W-UD-MES/W-UD-ANO    *
      *****************************************
       ULTIMO-DIA.
                MOVE TAB-ULT-DIA (W-UD-MES) TO W-UD-DIA
                IF W-UD-MES = 2
                   DIVIDE W-UD-ANO BY 4 GIVING W-UD-QUOC
                          REMAINDER W-UD-RESTO
                   IF W-UD-RESTO = ZEROS
                      MOVE 29 TO W-UD-DIA.
       ULTIMO-DIA-FIM.
                EXIT.
      *
      *****************************************
      * DIA DA SEMANA DO DIA CORRENTE DO MES   *
      * (CONGRUENCIA DE ZELLER; RESTO 1 =      *
      * DOMINGO)                               *
                PERFORM DIA-ESPECIAL THRU DIA-ESPECIAL-FIM
                IF W-DIA-ESPECIAL = "S"
                   GO TO DIVERGENCIA-DIA-FIM.
                IF TAB-AFASTADO (W-DIA-CORR) = "S"
                   ADD 1 TO W-CONT-AFAST
                   GO TO DIVERGENCIA-DIA-FIM.
                IF TAB-COMPENSADO (W-DIA-CORR) = "S"
                   ADD 1 TO W-CONT-COMP
                   GO TO DIVERGENCIA-DIA-FIM.
                MOVE FUN-MATRICULA TO LV-MATRICULA
                MOVE W-DIA-CORR    TO LV-DIA
                MOVE W-AM-MES      TO LV-MES
                WRITE LINHA-REL FROM LINHA-TOT1
                MOVE W-CONT-DIVERG TO LT-DIVERG
                WRITE LINHA-REL FROM LINHA-TOT2
                MOVE W-CONT-AFAST TO LT-AFAST
                WRITE LINHA-REL FROM LINHA-TOT3
                MOVE W-TOT-BANCO TO LT-BANCO
                WRITE LINHA-REL FROM LINHA-TOT4
                MOVE W-TOT-COMP TO LT-COMP
                WRITE LINHA-REL FROM LINHA-TOT5
                MOVE W-TOT-VENC TO LT-VENC
                WRITE LINHA-REL FROM LINHA-TOT6
                MOVE W-CONT-COMP TO LT-DIAS-COMP
                WRITE LINHA-REL FROM LINHA-TOT7
                IF W-SEM-CALEN NOT = "S"
                   CLOSE CADCALEN.
                IF W-SEM-AFAST NOT = "S"
                   CLOSE CADAFAST.
                CLOSE CADFUNC CADPONTO CADBANCOH MOVIMENTO RELATORIO.
       FECHA-ARQUIVOS-FIM.
                EXIT.
