       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201792.
       AUTHOR. LEANDRO.
      **************************************************
      * SIMULACAO DO REAJUSTE EM MASSA DO CADCARGO       *
      * CONTRA O ORCAMENTO, ANTES DE RODAR O P201618     *
      * (STEP040 DA JANELA01). LE OS MESMOS CARTOES DO   *
      * P201618 (MODO P=PERCENTUAL OU F=VALOR FIXO E O   *
      * VALOR), O MES DE VIGENCIA (AAAAMM) E O           *
      * PERCENTUAL PATRONAL DO INSS (ZEROS = 20%, COMO   *
      * NO P201784), E NAO ALTERA NENHUM ARQUIVO. PARA   *
      * CADA FUNCIONARIO ATIVO DO CADFUNC PROJETA O      *
      * BRUTO MENSAL ATUAL E O REAJUSTADO: MENSALISTA/   *
      * COMISSIONADO PELO SALARIOBASE DO CARGO (VIA      *
      * P201661) MAIS O ADICIONAL POR TEMPO DE SERVICO   *
      * (CADTEMPOSERV) NO MES DE VIGENCIA; HORISTA/      *
      * DIARISTA/TAREFEIRO PELO BRUTO DA ULTIMA FOLHA    *
      * MENSAL DO FOLHAHIST ANTERIOR A VIGENCIA, NA      *
      * PROPORCAO DO REAJUSTE DO SALARIOBASE (SEM FOLHA  *
      * ANTERIOR FICA SEM BASE E E CONTADO A PARTE). O   *
      * CUSTO MENSAL SOMA AO BRUTO A PROVISAO DE 13O     *
      * (1/12) E DE FERIAS COM O TERCO (1/9) E, SOBRE    *
      * TUDO, FGTS (8%) E INSS PATRONAL. O REGISTRO SAI  *
      * POR CENTRO DE CUSTO (DEPARTAMENTO DO CARGO NO    *
      * CADEPTO) E FECHA COM O QUADRO DOS MESES QUE      *
      * RESTAM NO ANO (DA VIGENCIA A DEZEMBRO): CUSTO    *
      * PROJETADO CONTRA O ORCADO DO CADORCA (FP201728)  *
      * NO MESMO PERIODO, MARCANDO OS CENTROS QUE        *
      * ESTOURAM O ORCAMENTO (RETURN-CODE 4). SAI PELO   *
      * MODULO COMUM P201675.                            *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS FUN-MATRICULA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS FUN-NOME
                               WITH DUPLICATES.
       SELECT CADEPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO-EPTO
                    FILE STATUS  IS ST-EPTO.
       SELECT FOLHAHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FOLHAHIST
                    FILE STATUS  IS ST-HIST.
       SELECT CADORCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-ORCA
                    FILE STATUS  IS ST-ORCA.
       SELECT CADTEMPOSERV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS TSV-FAIXA
                    FILE STATUS  IS ST-TSV.
       SELECT WORK-FILE ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
           COPY FUNCREC.
       FD CADEPTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPTO.DAT".
       01 REGDEPTO.
                03 CODIGO-EPTO   PIC 9(03).
                03 DENOMINACAO-EPTO PIC X(15).
                03 CENTROCUSTO   PIC 9(1).
                03 SIT-REGISTRO-EPTO PIC X(01) VALUE "A".
                   88 SIT-ATIVO-EPTO     VALUE "A".
                   88 SIT-EXCLUIDO-EPTO  VALUE "E".
                03 FILLER        PIC X(39).
       FD FOLHAHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAHIST.DAT".
           COPY FOLHAHISTREC.
       FD CADORCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCA.DAT".
           COPY ORCAREC.
       FD CADTEMPOSERV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTEMPOSERV.DAT".
           COPY TEMPOSERVREC.
       SD WORK-FILE.
       01 WORK-REC.
                03 WK-CC          PIC 9(01).
                03 WK-MATRICULA   PIC 9(05).
                03 WK-NOME        PIC X(30).
                03 WK-CARGO       PIC X(15).
                03 WK-TIPOSAL     PIC X(01).
                03 WK-SEM-BASE    PIC X(01).
                03 WK-BRUTO-ATUAL PIC 9(08)V99.
                03 WK-BRUTO-NOVO  PIC 9(08)V99.
                03 WK-CUSTO-ATUAL PIC 9(08)V99.
                03 WK-CUSTO-NOVO  PIC 9(08)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "SIMULACAO DE REAJUSTE X ORCAMENTO".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201792".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201792".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 ST-FUNC           PIC X(02) VALUE "00".
       77 ST-EPTO           PIC X(02) VALUE "00".
       77 ST-HIST           PIC X(02) VALUE "00".
       77 ST-ORCA           PIC X(02) VALUE "00".
       77 ST-TSV            PIC X(02) VALUE "00".
      *
      * CARTOES DO P201618 (MODO E VALOR) MAIS VIGENCIA E PATRONAL
      *
       77 W-MODO            PIC X(01) VALUE SPACES.
       77 W-PERCENTUAL      PIC 9(03)V99 VALUE ZEROS.
       77 W-VALORFIXO       PIC 9(06)V99 VALUE ZEROS.
       77 W-PARM-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-PARM-PATRONAL   PIC 9(02)V99 VALUE ZEROS.
       77 W-PCT-FGTS        PIC 9(02)V99 VALUE 8,00.
       77 W-PCT-ENCARGOS    PIC 9(03)V99 VALUE ZEROS.
       77 W-REF-ANO         PIC 9(04) VALUE ZEROS.
       77 W-REF-MES         PIC 9(02) VALUE ZEROS.
       77 W-ANOMES-DEZ      PIC 9(06) VALUE ZEROS.
       77 W-MESES           PIC 9(02) VALUE ZEROS.
       77 W-SEM-HIST        PIC X(01) VALUE "N".
       77 W-CG-ACHOU        PIC X(01) VALUE "N".
       77 W-CG-DENOM        PIC X(15) VALUE SPACES.
       77 W-CG-TIPOSAL      PIC X(01) VALUE SPACES.
       77 W-CG-SALARIO      PIC 9(06)V99 VALUE ZEROS.
       77 W-CG-DEPTO        PIC 9(03) VALUE ZEROS.
       77 W-SAL-NOVO        PIC 9(07)V99 VALUE ZEROS.
       77 W-BRUTO-ATUAL     PIC 9(08)V99 VALUE ZEROS.
       77 W-BRUTO-NOVO      PIC 9(08)V99 VALUE ZEROS.
       77 W-ULT-BRUTO       PIC 9(08)V99 VALUE ZEROS.
       77 W-CUSTO           PIC 9(08)V99 VALUE ZEROS.
       77 W-BRUTO-CALC      PIC 9(08)V99 VALUE ZEROS.
       77 W-CC              PIC 9(01) VALUE ZEROS.
       77 W-CC-ANT          PIC 9(01) VALUE ZEROS.
       77 W-PRIMEIRA        PIC X(01) VALUE "S".
       77 W-CC-ACHOU        PIC X(01) VALUE "N".
       77 W-CC-DENOM        PIC X(30) VALUE SPACES.
       77 W-CONT-FUNC       PIC 9(05) VALUE ZEROS.
       77 W-CONT-SEMCARGO   PIC 9(05) VALUE ZEROS.
       77 W-CONT-SEMBASE    PIC 9(05) VALUE ZEROS.
       77 W-CONT-SEMCC      PIC 9(05) VALUE ZEROS.
       77 W-CONT-ESTOURO    PIC 9(01) VALUE ZEROS.
       77 W-SUB-ATUAL       PIC 9(09)V99 VALUE ZEROS.
       77 W-SUB-NOVO        PIC 9(09)V99 VALUE ZEROS.
       77 W-PROJ-ATUAL      PIC 9(10)V99 VALUE ZEROS.
       77 W-PROJ-NOVO       PIC 9(10)V99 VALUE ZEROS.
       77 W-SALDO           PIC S9(10)V99 VALUE ZEROS.
       77 W-TOT-ATUAL       PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-NOVO        PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-PROJ        PIC 9(11)V99 VALUE ZEROS.
       77 W-TOT-ORC         PIC 9(11)V99 VALUE ZEROS.
      *
      * ADICIONAL POR TEMPO DE SERVICO NO MES DE VIGENCIA, PELA
      * MESMA REGRA DO P201662
      *
       77 W-QTD-TSV         PIC 9(01) COMP VALUE ZEROS.
       77 W-IND-TSV         PIC 9(02) COMP VALUE ZEROS.
       77 W-ANOS-CASA       PIC S9(04) VALUE ZEROS.
       77 W-ATS-ANOS        PIC 9(02) VALUE ZEROS.
       77 W-ATS-MAIOR       PIC 9(02) VALUE ZEROS.
       77 W-ATS-PCT         PIC 9(02)V99 VALUE ZEROS.
       01 TABELA-TSV.
                03 TSV-ITEM OCCURS 9 TIMES.
                   05 TAB-TSV-ANOS     PIC 9(02).
                   05 TAB-TSV-PCT      PIC 9(02)V99.
      *
      * UMA LINHA POR CENTRO DE CUSTO (1 A 9): CUSTO MENSAL ATUAL E
      * REAJUSTADO E ORCADO DA VIGENCIA A DEZEMBRO
      *
       01 TABELA-CC.
                03 CC-ITEM OCCURS 9 TIMES.
                   05 TAB-CUSTO-ATUAL PIC 9(09)V99.
                   05 TAB-CUSTO-NOVO  PIC 9(09)V99.
                   05 TAB-ORC-REST    PIC 9(10)V99.
       01 LINHA-CAB1.
                03 FILLER        PIC X(10) VALUE "REAJUSTE: ".
                03 LC-REAJUSTE   PIC ZZZ.ZZ9,99.
                03 LC-MODO       PIC X(10).
                03 FILLER        PIC X(12) VALUE "  VIGENCIA ".
                03 LC-ANOMES     PIC 9(06).
                03 FILLER        PIC X(11) VALUE "  ENCARGOS ".
                03 LC-ENCARGOS   PIC ZZ9,99.
                03 FILLER        PIC X(35)
                    VALUE "% + PROVISAO 13O/FERIAS - SIMULACAO".
       01 LINHA-CC.
                03 FILLER        PIC X(16) VALUE "CENTRO DE CUSTO ".
                03 LL-CC         PIC 9(01).
                03 FILLER        PIC X(03) VALUE " - ".
                03 LL-DENOM      PIC X(30).
       01 LINHA-CAB2        PIC X(132)
           VALUE "MATRIC NOME                           CARGO
      -    "TP  BRUTO ATUAL   BRUTO NOVO  CUSTO ATUAL   CUSTO NOVO".
       01 LINHA-DET.
                03 LD-MATRICULA  PIC ZZZZ9.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-NOME       PIC X(30).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-CARGO      PIC X(15).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-TIPOSAL    PIC X(01).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-BRUTO-ATUAL PIC ZZ.ZZZ.ZZ9,99.
                03 LD-BRUTO-NOVO PIC ZZ.ZZZ.ZZ9,99.
                03 LD-CUSTO-ATUAL PIC ZZ.ZZZ.ZZ9,99.
                03 LD-CUSTO-NOVO PIC ZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-OBS        PIC X(18).
       01 LINHA-SUBTOT.
                03 FILLER        PIC X(30)
                    VALUE "CUSTO MENSAL DO CENTRO: ATUAL ".
                03 LS-ATUAL      PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(08) VALUE "  NOVO ".
                03 LS-NOVO       PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-QUADRO.
                03 FILLER        PIC X(40)
                    VALUE "ORCAMENTO DOS MESES RESTANTES DO ANO: ".
                03 LQ-MESES      PIC Z9.
                03 FILLER        PIC X(10) VALUE " MES(ES) ".
                03 LQ-INI        PIC 9(06).
                03 FILLER        PIC X(03) VALUE " A ".
                03 LQ-FIM        PIC 9(06).
       01 LINHA-CAB3        PIC X(132)
           VALUE "CC DENOMINACAO                     CUSTO ATUAL    CUST
      -    "O NOVO       ORCADO        SALDO".
       01 LINHA-ORC.
                03 LO-CC         PIC 9(01).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LO-DENOM      PIC X(30).
                03 LO-ATUAL      PIC ZZZ.ZZZ.ZZ9,99.
                03 LO-NOVO       PIC ZZZ.ZZZ.ZZ9,99.
                03 LO-ORC        PIC ZZZ.ZZZ.ZZ9,99.
                03 LO-SALDO      PIC ZZZ.ZZZ.ZZ9,99-.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LO-FLAG       PIC X(20).
       01 LINHA-ORC-TOT.
                03 FILLER        PIC X(33) VALUE "TOTAL".
                03 LOT-ATUAL     PIC ZZZ.ZZZ.ZZ9,99.
                03 LOT-NOVO      PIC ZZZ.ZZZ.ZZ9,99.
                03 LOT-ORC       PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOT1.
                03 FILLER        PIC X(30)
                    VALUE "FUNCIONARIOS PROJETADOS.....: ".
                03 LT1-QTD       PIC ZZZZ9.
       01 LINHA-TOT2.
                03 FILLER        PIC X(30)
                    VALUE "COM CARGO INVALIDO..........: ".
                03 LT2-QTD       PIC ZZZZ9.
       01 LINHA-TOT3.
                03 FILLER        PIC X(30)
                    VALUE "H/D/T SEM FOLHA ANTERIOR....: ".
                03 LT3-QTD       PIC ZZZZ9.
       01 LINHA-TOT4.
                03 FILLER        PIC X(30)
                    VALUE "SEM CENTRO DE CUSTO.........: ".
                03 LT4-QTD       PIC ZZZZ9.
       01 LINHA-TOT5.
                03 FILLER        PIC X(30)
                    VALUE "CENTROS ACIMA DO ORCAMENTO..: ".
                03 LT5-QTD       PIC ZZZZ9.
       01 LINHA-SEMHIST     PIC X(80)
           VALUE "SEM FOLHAHIST - H/D/T SEM BASE PARA A PROJECAO".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                PERFORM ACEITA-PARM THRU ACEITA-PARM-FIM
                PERFORM CARREGA-TEMPOSERV THRU CARREGA-TEMPOSERV-FIM
                PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM
                PERFORM APURA-ORCADO THRU APURA-ORCADO-FIM
                SORT WORK-FILE
                     ON ASCENDING KEY WK-CC WK-MATRICULA
                     INPUT PROCEDURE  IS LE-CADFUNC THRU LE-CADFUNC-FIM
                     OUTPUT PROCEDURE IS IMPRIME THRU IMPRIME-FIM
                PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
                IF W-CONT-ESTOURO > ZEROS
                   MOVE 4 TO RETURN-CODE.
                MOVE "F" TO W-RC-EVENTO
                MOVE W-CONT-FUNC TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                STOP RUN.
      *
      *****************************************
      * CARTOES: MODO (P/F) E VALOR COMO NO    *
      * P201618, VIGENCIA (AAAAMM) E PATRONAL  *
      * (99V99; ZEROS = 20%)                   *
      *****************************************
       ACEITA-PARM.
                ACCEPT W-MODO
                IF W-MODO = "P" OR "p"
                   ACCEPT W-PERCENTUAL
                ELSE
                   ACCEPT W-VALORFIXO.
                ACCEPT W-PARM-ANOMES
                ACCEPT W-PARM-PATRONAL
                DIVIDE W-PARM-ANOMES BY 100 GIVING W-REF-ANO
                       REMAINDER W-REF-MES
                IF W-REF-MES < 1 OR W-REF-MES > 12
                   DISPLAY "MES DE VIGENCIA INVALIDO: " W-PARM-ANOMES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                IF W-PARM-PATRONAL NOT NUMERIC
                   OR W-PARM-PATRONAL = ZEROS
                   MOVE 20,00 TO W-PARM-PATRONAL.
                COMPUTE W-PCT-ENCARGOS = W-PCT-FGTS + W-PARM-PATRONAL
                COMPUTE W-MESES = 13 - W-REF-MES
                COMPUTE W-ANOMES-DEZ = (W-REF-ANO * 100) + 12.
       ACEITA-PARM-FIM.
                EXIT.
      *
      *****************************************
      * TABELA DO ADICIONAL POR TEMPO DE       *
      * SERVICO - SEM ELA, SEM ADICIONAL       *
      *****************************************
       CARREGA-TEMPOSERV.
                OPEN INPUT CADTEMPOSERV
                IF ST-TSV NOT = "00"
                   GO TO CARREGA-TEMPOSERV-FIM.
       CARREGA-TEMPOSERV1.
                READ CADTEMPOSERV NEXT RECORD
                   AT END
                      GO TO CARREGA-TEMPOSERV2
                   NOT AT END
                      NEXT SENTENCE.
                IF W-QTD-TSV < 9
                   ADD 1 TO W-QTD-TSV
                   MOVE TSV-ANOS TO TAB-TSV-ANOS (W-QTD-TSV)
                   MOVE TSV-PCT  TO TAB-TSV-PCT (W-QTD-TSV).
                GO TO CARREGA-TEMPOSERV1.
       CARREGA-TEMPOSERV2.
                CLOSE CADTEMPOSERV.
       CARREGA-TEMPOSERV-FIM.
                EXIT.
      *
       ABRE-ARQUIVOS.
                OPEN INPUT CADFUNC
                IF ST-FUNC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: "
                                                             ST-FUNC
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADEPTO
                IF ST-EPTO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEPTO: "
                                                             ST-EPTO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADORCA
                IF ST-ORCA NOT = "00"
                   DISPLAY "SEM ORCAMENTO (CADORCA): " ST-ORCA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT FOLHAHIST
                IF ST-HIST NOT = "00"
                   MOVE "S" TO W-SEM-HIST.
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                IF W-MODO = "P" OR "p"
                   MOVE W-PERCENTUAL TO LC-REAJUSTE
                   MOVE " %"         TO LC-MODO
                ELSE
                   MOVE W-VALORFIXO  TO LC-REAJUSTE
                   MOVE " FIXO"      TO LC-MODO.
                MOVE W-PARM-ANOMES  TO LC-ANOMES
                MOVE W-PCT-ENCARGOS TO LC-ENCARGOS
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                IF W-SEM-HIST = "S"
                   MOVE LINHA-SEMHIST TO LINHA-REL
                   PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       ABRE-ARQUIVOS-FIM.
                EXIT.
      *
      *****************************************
      * ORCADO DE CADA CENTRO DA VIGENCIA A    *
      * DEZEMBRO DO MESMO ANO                  *
      *****************************************
       APURA-ORCADO.
                READ CADORCA NEXT RECORD
                   AT END
                      GO TO APURA-ORCADO-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF ORC-CC = ZEROS
                   GO TO APURA-ORCADO.
                IF ORC-ANOMES < W-PARM-ANOMES
                   OR ORC-ANOMES > W-ANOMES-DEZ
                   GO TO APURA-ORCADO.
                ADD ORC-VALOR TO TAB-ORC-REST (ORC-CC)
                GO TO APURA-ORCADO.
       APURA-ORCADO-FIM.
                EXIT.
      *
      *****************************************
      * PROJECAO POR FUNCIONARIO ATIVO: BRUTO  *
      * E CUSTO MENSAL, ATUAL E REAJUSTADO     *
      *****************************************
       LE-CADFUNC.
                READ CADFUNC NEXT RECORD
                   AT END
                      GO TO LE-CADFUNC-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF FUN-SIT-EXCLUIDO
                   GO TO LE-CADFUNC.
      *
      * DESLIGADO (MESMO COM DATA FUTURA) NAO ENTRA NOS MESES QUE
      * RESTAM
      *
                IF FUN-DEMISSAO NOT = ZEROS
                   GO TO LE-CADFUNC.
                MOVE "N" TO W-CG-ACHOU
                CALL "P201661" USING FUN-CODIGO-CARGO W-CG-DENOM
                            W-CG-TIPOSAL W-CG-SALARIO W-CG-DEPTO
                            W-CG-ACHOU
                IF W-CG-ACHOU NOT = "S"
                   ADD 1 TO W-CONT-SEMCARGO
                   DISPLAY "MATRICULA " FUN-MATRICULA
                           " COM CARGO INVALIDO " FUN-CODIGO-CARGO
                   GO TO LE-CADFUNC.
                ADD 1 TO W-CONT-FUNC
                IF W-MODO = "P" OR "p"
                   COMPUTE W-SAL-NOVO ROUNDED =
                           W-CG-SALARIO
                           + (W-CG-SALARIO * W-PERCENTUAL / 100)
                ELSE
                   COMPUTE W-SAL-NOVO = W-CG-SALARIO + W-VALORFIXO.
                MOVE SPACE TO WK-SEM-BASE
                IF W-CG-TIPOSAL = "M" OR "C"
                   PERFORM CALC-ATS THRU CALC-ATS-FIM
                   COMPUTE W-BRUTO-ATUAL ROUNDED = W-CG-SALARIO
                           + (W-CG-SALARIO * W-ATS-PCT / 100)
                   COMPUTE W-BRUTO-NOVO ROUNDED = W-SAL-NOVO
                           + (W-SAL-NOVO * W-ATS-PCT / 100)
                ELSE
                   PERFORM BUSCA-ULTIMA THRU BUSCA-ULTIMA-FIM
                   MOVE W-ULT-BRUTO TO W-BRUTO-ATUAL W-BRUTO-NOVO
                   IF W-ULT-BRUTO = ZEROS
                      MOVE "S" TO WK-SEM-BASE
                      ADD 1 TO W-CONT-SEMBASE
                   ELSE
                      IF W-CG-SALARIO > ZEROS
                         COMPUTE W-BRUTO-NOVO ROUNDED =
                                 W-ULT-BRUTO * W-SAL-NOVO
                                 / W-CG-SALARIO.
                MOVE ZEROS TO WK-CC
                MOVE W-CG-DEPTO TO CODIGO-EPTO
                READ CADEPTO
                IF ST-EPTO = "00" AND NOT SIT-EXCLUIDO-EPTO
                   MOVE CENTROCUSTO TO WK-CC.
                IF WK-CC = ZEROS
                   ADD 1 TO W-CONT-SEMCC.
                MOVE FUN-MATRICULA TO WK-MATRICULA
                MOVE FUN-NOME      TO WK-NOME
                MOVE W-CG-DENOM    TO WK-CARGO
                MOVE W-CG-TIPOSAL  TO WK-TIPOSAL
                MOVE W-BRUTO-ATUAL TO WK-BRUTO-ATUAL W-BRUTO-CALC
                PERFORM CALC-CUSTO THRU CALC-CUSTO-FIM
                MOVE W-CUSTO       TO WK-CUSTO-ATUAL
                MOVE W-BRUTO-NOVO  TO WK-BRUTO-NOVO W-BRUTO-CALC
                PERFORM CALC-CUSTO THRU CALC-CUSTO-FIM
                MOVE W-CUSTO       TO WK-CUSTO-NOVO
                RELEASE WORK-REC
                GO TO LE-CADFUNC.
       LE-CADFUNC-FIM.
                EXIT.
      *
      *****************************************
      * CUSTO MENSAL: BRUTO + PROVISAO DE 13O  *
      * (1/12) E DE FERIAS COM O TERCO         *
      * (4/3 DE 1/12 = 1/9), TUDO COM FGTS E   *
      * INSS PATRONAL                          *
      *****************************************
       CALC-CUSTO.
                COMPUTE W-CUSTO ROUNDED =
                        ((W-BRUTO-CALC * 43) / 36)
                        * (100 + W-PCT-ENCARGOS) / 100.
       CALC-CUSTO-FIM.
                EXIT.
      *
      *****************************************
      * PERCENTUAL DO ADICIONAL POR TEMPO DE   *
      * SERVICO NO MES DE VIGENCIA             *
      *****************************************
       CALC-ATS.
                MOVE ZEROS TO W-ATS-PCT W-ATS-MAIOR
                IF W-QTD-TSV = ZEROS OR FUN-ADM-ANO = ZEROS
                   GO TO CALC-ATS-FIM.
                COMPUTE W-ANOS-CASA = W-REF-ANO - FUN-ADM-ANO
                IF W-REF-MES < FUN-ADM-MES
                   SUBTRACT 1 FROM W-ANOS-CASA.
                IF W-ANOS-CASA NOT > ZEROS
                   GO TO CALC-ATS-FIM.
                IF W-ANOS-CASA > 99
                   MOVE 99 TO W-ANOS-CASA.
                MOVE W-ANOS-CASA TO W-ATS-ANOS
                PERFORM CALC-ATS1 THRU CALC-ATS1-FIM
                  VARYING W-IND-TSV FROM 1 BY 1
                  UNTIL W-IND-TSV > W-QTD-TSV.
       CALC-ATS-FIM.
                EXIT.
      *
       CALC-ATS1.
                IF TAB-TSV-ANOS (W-IND-TSV) > W-ATS-ANOS
                   GO TO CALC-ATS1-FIM.
                IF W-ATS-PCT NOT = ZEROS
                   AND TAB-TSV-ANOS (W-IND-TSV) NOT > W-ATS-MAIOR
                   GO TO CALC-ATS1-FIM.
                MOVE TAB-TSV-ANOS (W-IND-TSV) TO W-ATS-MAIOR
                MOVE TAB-TSV-PCT (W-IND-TSV)  TO W-ATS-PCT.
       CALC-ATS1-FIM.
                EXIT.
      *
      *****************************************
      * BRUTO DA ULTIMA FOLHA MENSAL (TIPO     *
      * "M") ANTERIOR A VIGENCIA               *
      *****************************************
       BUSCA-ULTIMA.
                MOVE ZEROS TO W-ULT-BRUTO
                IF W-SEM-HIST = "S"
                   GO TO BUSCA-ULTIMA-FIM.
                MOVE FUN-MATRICULA TO FH-MATRICULA
                MOVE ZEROS         TO FH-ANOMES
                MOVE SPACE         TO FH-TIPO
                START FOLHAHIST KEY IS NOT < CHAVE-FOLHAHIST
                IF ST-HIST NOT = "00"
                   GO TO BUSCA-ULTIMA-FIM.
       BUSCA-ULTIMA1.
                READ FOLHAHIST NEXT RECORD
                   AT END
                      GO TO BUSCA-ULTIMA-FIM.
                IF FH-MATRICULA NOT = FUN-MATRICULA
                   OR FH-ANOMES NOT < W-PARM-ANOMES
                   GO TO BUSCA-ULTIMA-FIM.
                IF FH-MENSAL
                   MOVE FH-BRUTO TO W-ULT-BRUTO.
                GO TO BUSCA-ULTIMA1.
       BUSCA-ULTIMA-FIM.
                EXIT.
      *
      *****************************************
      * REGISTRO POR CENTRO DE CUSTO E QUADRO  *
      * DO ORCAMENTO DOS MESES RESTANTES       *
      *****************************************
       IMPRIME.
                RETURN WORK-FILE
                   AT END
                      GO TO IMPRIME-020
                   NOT AT END
                      NEXT SENTENCE.
                IF W-PRIMEIRA = "S"
                   MOVE "N" TO W-PRIMEIRA
                   MOVE WK-CC TO W-CC-ANT
                   PERFORM IMPRIME-CABCC THRU IMPRIME-CABCC-FIM.
                IF WK-CC NOT = W-CC-ANT
                   PERFORM IMPRIME-SUBTOT THRU IMPRIME-SUBTOT-FIM
                   MOVE WK-CC TO W-CC-ANT
                   PERFORM IMPRIME-CABCC THRU IMPRIME-CABCC-FIM.
                MOVE WK-MATRICULA   TO LD-MATRICULA
                MOVE WK-NOME        TO LD-NOME
                MOVE WK-CARGO       TO LD-CARGO
                MOVE WK-TIPOSAL     TO LD-TIPOSAL
                MOVE WK-BRUTO-ATUAL TO LD-BRUTO-ATUAL
                MOVE WK-BRUTO-NOVO  TO LD-BRUTO-NOVO
                MOVE WK-CUSTO-ATUAL TO LD-CUSTO-ATUAL
                MOVE WK-CUSTO-NOVO  TO LD-CUSTO-NOVO
                MOVE SPACES TO LD-OBS
                IF WK-SEM-BASE = "S"
                   MOVE "SEM FOLHA ANTERIOR" TO LD-OBS.
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                ADD WK-CUSTO-ATUAL TO W-SUB-ATUAL
                ADD WK-CUSTO-NOVO  TO W-SUB-NOVO
                IF WK-CC > ZEROS
                   ADD WK-CUSTO-ATUAL TO TAB-CUSTO-ATUAL (WK-CC)
                   ADD WK-CUSTO-NOVO  TO TAB-CUSTO-NOVO (WK-CC).
                GO TO IMPRIME.
       IMPRIME-020.
                IF W-PRIMEIRA = "N"
                   PERFORM IMPRIME-SUBTOT THRU IMPRIME-SUBTOT-FIM.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-MESES       TO LQ-MESES
                MOVE W-PARM-ANOMES TO LQ-INI
                MOVE W-ANOMES-DEZ  TO LQ-FIM
                MOVE LINHA-QUADRO TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB3 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                PERFORM IMPRIME-ORC THRU IMPRIME-ORC-FIM
                  VARYING W-CC FROM 1 BY 1 UNTIL W-CC > 9
                MOVE W-TOT-ATUAL TO LOT-ATUAL
                MOVE W-TOT-PROJ  TO LOT-NOVO
                MOVE W-TOT-ORC   TO LOT-ORC
                MOVE LINHA-ORC-TOT TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                PERFORM TOTAIS THRU TOTAIS-FIM.
       IMPRIME-FIM.
                EXIT.
      *
       IMPRIME-CABCC.
                MOVE ZEROS TO W-SUB-ATUAL W-SUB-NOVO
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CC-ANT TO LL-CC
                PERFORM BUSCA-CC THRU BUSCA-CC-FIM
                MOVE W-CC-DENOM TO LL-DENOM
                MOVE LINHA-CC TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB2 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-CABCC-FIM.
                EXIT.
      *
       IMPRIME-SUBTOT.
                MOVE W-SUB-ATUAL TO LS-ATUAL
                MOVE W-SUB-NOVO  TO LS-NOVO
                MOVE LINHA-SUBTOT TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM.
       IMPRIME-SUBTOT-FIM.
                EXIT.
      *
       BUSCA-CC.
                MOVE SPACES TO W-CC-DENOM
                IF W-CC-ANT = ZEROS
                   MOVE "SEM CENTRO DE CUSTO" TO W-CC-DENOM
                   GO TO BUSCA-CC-FIM.
                MOVE "N" TO W-CC-ACHOU
                CALL "P201617" USING W-CC-ANT W-CC-DENOM W-CC-ACHOU.
       BUSCA-CC-FIM.
                EXIT.
      *
      *****************************************
      * CENTRO COM CUSTO OU ORCAMENTO: CUSTO   *
      * ATUAL E REAJUSTADO NOS MESES QUE       *
      * RESTAM CONTRA O ORCADO DO PERIODO      *
      *****************************************
       IMPRIME-ORC.
                IF TAB-CUSTO-NOVO (W-CC) = ZEROS
                   AND TAB-ORC-REST (W-CC) = ZEROS
                   GO TO IMPRIME-ORC-FIM.
                COMPUTE W-PROJ-ATUAL = TAB-CUSTO-ATUAL (W-CC) * W-MESES
                COMPUTE W-PROJ-NOVO  = TAB-CUSTO-NOVO (W-CC) * W-MESES
                COMPUTE W-SALDO = TAB-ORC-REST (W-CC) - W-PROJ-NOVO
                MOVE W-CC TO LO-CC W-CC-ANT
                PERFORM BUSCA-CC THRU BUSCA-CC-FIM
                MOVE W-CC-DENOM          TO LO-DENOM
                MOVE W-PROJ-ATUAL        TO LO-ATUAL
                MOVE W-PROJ-NOVO         TO LO-NOVO
                MOVE TAB-ORC-REST (W-CC) TO LO-ORC
                MOVE W-SALDO             TO LO-SALDO
                MOVE SPACES TO LO-FLAG
                IF W-SALDO < ZEROS
                   MOVE "* ACIMA DO ORCAMENTO" TO LO-FLAG
                   ADD 1 TO W-CONT-ESTOURO.
                MOVE LINHA-ORC TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                ADD W-PROJ-ATUAL        TO W-TOT-ATUAL
                ADD W-PROJ-NOVO         TO W-TOT-PROJ
                ADD TAB-ORC-REST (W-CC) TO W-TOT-ORC.
       IMPRIME-ORC-FIM.
                EXIT.
      *
       TOTAIS.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-FUNC TO LT1-QTD
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-SEMCARGO TO LT2-QTD
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-SEMBASE TO LT3-QTD
                MOVE LINHA-TOT3 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-SEMCC TO LT4-QTD
                MOVE LINHA-TOT4 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-ESTOURO TO LT5-QTD
                MOVE LINHA-TOT5 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM.
       TOTAIS-FIM.
                EXIT.
      *
       FECHA-ARQUIVOS.
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                CLOSE CADFUNC CADEPTO CADORCA
                IF W-SEM-HIST NOT = "S"
                   CLOSE FOLHAHIST.
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
      *
       ROT-IMPRIME-TOT.
                MOVE "T" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL.
       ROT-IMPRIME-TOT-FIM.
                EXIT.
