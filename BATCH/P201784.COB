       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201784.
       AUTHOR. LEANDRO.
      **************************************************
      * PROVISAO MENSAL DE FERIAS (COM O 1/3) E DE 13O   *
      * SALARIO, COM OS ENCARGOS. RODA NO FECHAMENTO DO  *
      * MES DO CARTAO SYSIN (AAAAMM), DEPOIS DE TODAS AS *
      * FOLHAS DO MES. PARA CADA MATRICULA DO CADFUNC    *
      * APURA OS AVOS: DE FERIAS, 12 POR PERIODO         *
      * AQUISITIVO AINDA NAO GOZADO NO CADFERIAS MAIS OS *
      * MESES DO PERIODO EM CURSO (DESDE O FIM DO ULTIMO *
      * PERIODO OU A FUN-ADMISSAO); DE 13O, OS MESES DO  *
      * ANO COM 15 DIAS OU MAIS DE CONTRATO. VALORIZA    *
      * PELO SALARIO ATUAL (CARGO VIA P201661; HORISTA,  *
      * DIARISTA E TAREFEIRO PELO BRUTO DA FOLHA DO MES) *
      * E DESCONTA O 13O JA PAGO NO ANO. O QUE O         *
      * FOLHAHIST PAGOU NO MES (FERIAS "F", 13O "D") E   *
      * BAIXA; A PROVISAO DO MES E O SALDO NOVO MENOS O  *
      * SALDO DO MES ANTERIOR (CADPROVISAO) MAIS AS      *
      * BAIXAS - NEGATIVA, SAI COMO ESTORNO. NO MES DO   *
      * DESLIGAMENTO O SALDO ZERA: COM RESCISAO ("R") NO *
      * MES O SALDO ANTERIOR E BAIXADO, SEM ELA E        *
      * ESTORNADO. OS ENCARGOS SAO FGTS (8%) MAIS O      *
      * PERCENTUAL PATRONAL DO 2O CARTAO (ZEROS = 20%).  *
      * O SALDO DO MES FICA GRAVADO NO CADPROVISAO PARA  *
      * O MES SEGUINTE. IMPRIME POR DEPARTAMENTO, COM    *
      * SUBTOTAL, E FECHA COM O TOTAL POR CENTRO DE      *
      * CUSTO (CADEPTO, NOME VIA P201617) E O GERAL.     *
      * SAI PELO MODULO COMUM P201675.                   *
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
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FUN-MATRICULA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS FUN-NOME
                               WITH DUPLICATES.
       SELECT CADFERIAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FERIAS
                    FILE STATUS  IS ST-FERIAS.
       SELECT FOLHAHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FOLHAHIST
                    FILE STATUS  IS ST-HIST.
       SELECT CADEPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO-EPTO
                    FILE STATUS  IS ST-EPTO.
       SELECT CADPROVISAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PROV
                    FILE STATUS  IS ST-PROV.
       SELECT WORK-FILE ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
           COPY FUNCREC.
       FD CADFERIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIAS.DAT".
           COPY FERIASREC.
       FD FOLHAHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAHIST.DAT".
           COPY FOLHAHISTREC.
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
       FD CADPROVISAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROVISAO.DAT".
           COPY PROVREC.
       SD WORK-FILE.
       01 WORK-REC.
                03 WK-DEPTO       PIC 9(03).
                03 WK-MATRICULA   PIC 9(05).
                03 WK-NOME        PIC X(30).
                03 WK-AVOS-FER    PIC 9(03).
                03 WK-AVOS-13     PIC 9(02).
                03 WK-SALDO-FER   PIC 9(08)V99.
                03 WK-SALDO-13    PIC 9(08)V99.
                03 WK-SALDO-ENC   PIC 9(08)V99.
                03 WK-BAIXA       PIC 9(08)V99.
                03 WK-PROV-FER    PIC S9(08)V99.
                03 WK-PROV-13     PIC S9(08)V99.
                03 WK-PROV-ENC    PIC S9(08)V99.
                03 WK-OBS         PIC X(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "PROVISAO DE FERIAS E 13O SALARIO".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201784".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201784".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 ST-FUNC           PIC X(02) VALUE "00".
       77 ST-FERIAS         PIC X(02) VALUE "00".
       77 ST-HIST           PIC X(02) VALUE "00".
       77 ST-EPTO           PIC X(02) VALUE "00".
       77 ST-PROV           PIC X(02) VALUE "00".
       77 W-PARM-PATRONAL   PIC 9(02)V99 VALUE ZEROS.
       77 W-PCT-FGTS        PIC 9(02)V99 VALUE 8,00.
       77 W-PCT-ENCARGOS    PIC 9(03)V99 VALUE ZEROS.
       77 W-HOJE            PIC 9(08) VALUE ZEROS.
       77 W-CG-DENOM        PIC X(15) VALUE SPACES.
       77 W-CG-TIPOSAL      PIC X(01) VALUE SPACES.
       77 W-CG-SALARIO      PIC 9(06)V99 VALUE ZEROS.
       77 W-CG-DEPTO        PIC 9(03) VALUE ZEROS.
       77 W-CG-ACHOU        PIC X(01) VALUE "N".
       77 W-SALARIO         PIC 9(08)V99 VALUE ZEROS.
       77 W-DEMITIDO-MES    PIC X(01) VALUE "N".
       77 W-TEM-RESCISAO    PIC X(01) VALUE "N".
       77 W-QTD-ABERTOS     PIC 9(02) VALUE ZEROS.
       77 W-ULT-PER-FIM     PIC 9(08) VALUE ZEROS.
       77 W-AVOS-FER        PIC 9(03) VALUE ZEROS.
       77 W-AVOS-13         PIC 9(02) VALUE ZEROS.
       77 W-MES-INI         PIC S9(03) VALUE ZEROS.
       77 W-MES-FIM         PIC S9(03) VALUE ZEROS.
       77 W-MESES           PIC S9(05) VALUE ZEROS.
       77 W-DIAS-SOBRA      PIC S9(03) VALUE ZEROS.
       77 W-MES-LIDO        PIC 9(02) VALUE ZEROS.
       77 W-ULT-DIA         PIC 9(02) VALUE ZEROS.
       77 W-QUOC            PIC 9(04) VALUE ZEROS.
       77 W-RESTO           PIC 9(02) VALUE ZEROS.
       77 W-PAGO-FER        PIC 9(08)V99 VALUE ZEROS.
       77 W-PAGO-13         PIC 9(08)V99 VALUE ZEROS.
       77 W-PAGO-13-ANO     PIC 9(09)V99 VALUE ZEROS.
       77 W-SALDO-CALC      PIC S9(09)V99 VALUE ZEROS.
       77 W-ANT-SALDO-FER   PIC 9(08)V99 VALUE ZEROS.
       77 W-ANT-SALDO-13    PIC 9(08)V99 VALUE ZEROS.
       77 W-ANT-SALDO-ENC   PIC 9(08)V99 VALUE ZEROS.
       77 W-ANT-SALARIO     PIC 9(08)V99 VALUE ZEROS.
       77 W-SALDO-FER       PIC 9(08)V99 VALUE ZEROS.
       77 W-SALDO-13        PIC 9(08)V99 VALUE ZEROS.
       77 W-SALDO-ENC       PIC 9(08)V99 VALUE ZEROS.
       77 W-BAIXA-FER       PIC 9(08)V99 VALUE ZEROS.
       77 W-BAIXA-13        PIC 9(08)V99 VALUE ZEROS.
       77 W-BAIXA-ENC       PIC 9(08)V99 VALUE ZEROS.
       77 W-PROV-FER        PIC S9(08)V99 VALUE ZEROS.
       77 W-PROV-13         PIC S9(08)V99 VALUE ZEROS.
       77 W-PROV-ENC        PIC S9(08)V99 VALUE ZEROS.
       77 W-PROV-TOTAL      PIC S9(09)V99 VALUE ZEROS.
       77 W-SEM-FERIAS      PIC X(01) VALUE "N".
       77 W-PRIMEIRO        PIC X(01) VALUE "S".
       77 W-DEPTO-ANT       PIC 9(03) VALUE ZEROS.
       77 W-DEP-CC          PIC 9(01) VALUE ZEROS.
       77 W-CC              PIC 9(01) VALUE ZEROS.
       77 W-CC-ACHOU        PIC X(01) VALUE "N".
       77 W-CC-DENOM        PIC X(30) VALUE SPACES.
       77 W-CONT-FUNC       PIC 9(05) VALUE ZEROS.
       77 W-CONT-ESTORNO    PIC 9(05) VALUE ZEROS.
      *
      * ACUMULADORES DO DEPARTAMENTO, DO "SEM CENTRO" E GERAL
      *
       77 W-DEP-SALDO-FER   PIC 9(10)V99 VALUE ZEROS.
       77 W-DEP-SALDO-13    PIC 9(10)V99 VALUE ZEROS.
       77 W-DEP-SALDO-ENC   PIC 9(10)V99 VALUE ZEROS.
       77 W-DEP-BAIXA       PIC 9(10)V99 VALUE ZEROS.
       77 W-DEP-PROV        PIC S9(10)V99 VALUE ZEROS.
       77 W-SEMCC-SALDO-FER PIC 9(10)V99 VALUE ZEROS.
       77 W-SEMCC-SALDO-13  PIC 9(10)V99 VALUE ZEROS.
       77 W-SEMCC-SALDO-ENC PIC 9(10)V99 VALUE ZEROS.
       77 W-SEMCC-BAIXA     PIC 9(10)V99 VALUE ZEROS.
       77 W-SEMCC-PROV      PIC S9(10)V99 VALUE ZEROS.
       77 W-SEMCC-QTD       PIC 9(05) VALUE ZEROS.
       77 W-TOT-SALDO-FER   PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-SALDO-13    PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-SALDO-ENC   PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-BAIXA       PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-PROV        PIC S9(10)V99 VALUE ZEROS.
       77 W-TOT-PROV-FER    PIC S9(10)V99 VALUE ZEROS.
       77 W-TOT-PROV-13     PIC S9(10)V99 VALUE ZEROS.
       77 W-TOT-PROV-ENC    PIC S9(10)V99 VALUE ZEROS.
       01 W-PARM-REF.
                03 W-PARM-ANO    PIC 9(04).
                03 W-PARM-MES    PIC 9(02).
       01 W-PARM-ANOMES REDEFINES W-PARM-REF PIC 9(06).
       01 W-REF-ANT.
                03 W-ANT-ANO     PIC 9(04).
                03 W-ANT-MES     PIC 9(02).
       01 W-ANOMES-ANT REDEFINES W-REF-ANT PIC 9(06).
       01 W-REF-LIDA.
                03 W-LIDA-ANO    PIC 9(04).
                03 W-LIDA-MES    PIC 9(02).
       01 W-ANOMES-LIDA REDEFINES W-REF-LIDA PIC 9(06).
       01 W-DATA-INIMES.
                03 W-IM-ANO      PIC 9(04).
                03 W-IM-MES      PIC 9(02).
                03 W-IM-DIA      PIC 9(02).
       01 W-INIMES-NUM REDEFINES W-DATA-INIMES PIC 9(08).
       01 W-DATA-FIMMES.
                03 W-FM-ANO      PIC 9(04).
                03 W-FM-MES      PIC 9(02).
                03 W-FM-DIA      PIC 9(02).
       01 W-FIMMES-NUM REDEFINES W-DATA-FIMMES PIC 9(08).
       01 W-DATA-ADM.
                03 W-ADM-ANO     PIC 9(04).
                03 W-ADM-MES     PIC 9(02).
                03 W-ADM-DIA     PIC 9(02).
       01 W-ADM-NUM REDEFINES W-DATA-ADM PIC 9(08).
       01 W-DATA-DEM.
                03 W-DEM-ANO     PIC 9(04).
                03 W-DEM-MES     PIC 9(02).
                03 W-DEM-DIA     PIC 9(02).
       01 W-DEM-NUM REDEFINES W-DATA-DEM PIC 9(08).
      *
      * PERIODO CONTADO EM AVOS (INICIO E FIM, AMBOS INCLUSIVE)
      *
       01 W-DATA-INI.
                03 W-DI-ANO      PIC 9(04).
                03 W-DI-MES      PIC 9(02).
                03 W-DI-DIA      PIC 9(02).
       01 W-DI-NUM REDEFINES W-DATA-INI PIC 9(08).
       01 W-DATA-FIM.
                03 W-DF-ANO      PIC 9(04).
                03 W-DF-MES      PIC 9(02).
                03 W-DF-DIA      PIC 9(02).
       01 W-DF-NUM REDEFINES W-DATA-FIM PIC 9(08).
       01 W-DATA-UD.
                03 W-UD-ANO      PIC 9(04).
                03 W-UD-MES      PIC 9(02).
       01 TABELA-ULTDIA.
                03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TABELA-ULTDIA-R REDEFINES TABELA-ULTDIA.
                03 TAB-ULT-DIA OCCURS 12 TIMES PIC 9(02).
      *
      * UMA LINHA POR CENTRO DE CUSTO (CODIGO 1 A 9): SALDOS, BAIXAS
      * E PROVISAO DO MES
      *
       01 TABELA-CC.
                03 CC-ITEM OCCURS 9 TIMES.
                   05 TAB-QTD        PIC 9(05).
                   05 TAB-SALDO-FER  PIC 9(10)V99.
                   05 TAB-SALDO-13   PIC 9(10)V99.
                   05 TAB-SALDO-ENC  PIC 9(10)V99.
                   05 TAB-BAIXA      PIC 9(10)V99.
                   05 TAB-PROV       PIC S9(10)V99.
       01 LINHA-CAB1.
                03 FILLER        PIC X(13) VALUE "REFERENCIA: ".
                03 LC-ANOMES     PIC 9(06).
                03 FILLER        PIC X(20)
                    VALUE "   ENCARGOS: FGTS ".
                03 LC-FGTS       PIC Z9,99.
                03 FILLER        PIC X(15) VALUE "% + PATRONAL ".
                03 LC-PATRONAL   PIC Z9,99.
                03 FILLER        PIC X(01) VALUE "%".
       01 LINHA-CAB2.
                03 FILLER        PIC X(34) VALUE "MATR  NOME".
                03 FILLER        PIC X(09) VALUE "AV.F AV13".
                03 FILLER        PIC X(13) VALUE "   SALDO FER.".
                03 FILLER        PIC X(14) VALUE "     SALDO 13O".
                03 FILLER        PIC X(14) VALUE "      ENCARGOS".
                03 FILLER        PIC X(14) VALUE "    BAIXAS MES".
                03 FILLER        PIC X(15) VALUE "   PROVISAO MES".
                03 FILLER        PIC X(02) VALUE SPACES.
                03 FILLER        PIC X(03) VALUE "OBS".
       01 LINHA-DEPTO.
                03 FILLER        PIC X(13) VALUE "DEPARTAMENTO ".
                03 LDP-DEPTO     PIC 9(03).
                03 FILLER        PIC X(03) VALUE " - ".
                03 LDP-DENOM     PIC X(15).
       01 LINHA-DET.
                03 LD-MATRICULA  PIC ZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-NOME       PIC X(27).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-AVOS-FER   PIC ZZ9.
                03 FILLER        PIC X(03) VALUE SPACES.
                03 LD-AVOS-13    PIC Z9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-SALDO-FER  PIC ZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-SALDO-13   PIC ZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-SALDO-ENC  PIC ZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-BAIXA      PIC ZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-PROV       PIC ZZ.ZZZ.ZZ9,99-.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-OBS        PIC X(08).
       01 LINHA-SUBTOT.
                03 FILLER        PIC X(42)
                    VALUE "      TOTAL DO DEPARTAMENTO".
                03 LS-SALDO-FER  PIC ZZZ.ZZZ.ZZ9,99.
                03 LS-SALDO-13   PIC ZZZ.ZZZ.ZZ9,99.
                03 LS-SALDO-ENC  PIC ZZZ.ZZZ.ZZ9,99.
                03 LS-BAIXA      PIC ZZZ.ZZZ.ZZ9,99.
                03 LS-PROV       PIC ZZZ.ZZZ.ZZ9,99-.
       01 LINHA-CAB-CC.
                03 FILLER        PIC X(42)
                    VALUE "CENTRO DE CUSTO".
                03 FILLER        PIC X(14) VALUE "    SALDO FER.".
                03 FILLER        PIC X(14) VALUE "     SALDO 13O".
                03 FILLER        PIC X(14) VALUE "      ENCARGOS".
                03 FILLER        PIC X(14) VALUE "    BAIXAS MES".
                03 FILLER        PIC X(15) VALUE "   PROVISAO MES".
       01 LINHA-CC.
                03 LL-CC         PIC 9(01).
                03 FILLER        PIC X(03) VALUE " - ".
                03 LL-DENOM      PIC X(30).
                03 FILLER        PIC X(08) VALUE SPACES.
                03 LL-SALDO-FER  PIC ZZZ.ZZZ.ZZ9,99.
                03 LL-SALDO-13   PIC ZZZ.ZZZ.ZZ9,99.
                03 LL-SALDO-ENC  PIC ZZZ.ZZZ.ZZ9,99.
                03 LL-BAIXA      PIC ZZZ.ZZZ.ZZ9,99.
                03 LL-PROV       PIC ZZZ.ZZZ.ZZ9,99-.
       01 LINHA-TOTAL.
                03 FILLER        PIC X(42)
                    VALUE "TOTAL GERAL............: ".
                03 LT-SALDO-FER  PIC ZZZ.ZZZ.ZZ9,99.
                03 LT-SALDO-13   PIC ZZZ.ZZZ.ZZ9,99.
                03 LT-SALDO-ENC  PIC ZZZ.ZZZ.ZZ9,99.
                03 LT-BAIXA      PIC ZZZ.ZZZ.ZZ9,99.
                03 LT-PROV       PIC ZZZ.ZZZ.ZZ9,99-.
       01 LINHA-TOT1.
                03 FILLER        PIC X(30)
                    VALUE "PROVISAO DO MES - FERIAS+1/3: ".
                03 LT1-VALOR     PIC ZZZ.ZZZ.ZZ9,99-.
       01 LINHA-TOT2.
                03 FILLER        PIC X(30)
                    VALUE "PROVISAO DO MES - 13O.......: ".
                03 LT2-VALOR     PIC ZZZ.ZZZ.ZZ9,99-.
       01 LINHA-TOT3.
                03 FILLER        PIC X(30)
                    VALUE "PROVISAO DO MES - ENCARGOS..: ".
                03 LT3-VALOR     PIC ZZZ.ZZZ.ZZ9,99-.
       01 LINHA-TOT4.
                03 FILLER        PIC X(30)
                    VALUE "FUNCIONARIOS PROVISIONADOS..: ".
                03 LT4-QTD       PIC ZZZZ9.
       01 LINHA-TOT5.
                03 FILLER        PIC X(30)
                    VALUE "FUNCIONARIOS COM ESTORNO....: ".
                03 LT5-QTD       PIC ZZZZ9.
       01 LINHA-VAZIO       PIC X(80)
           VALUE "  (NENHUM FUNCIONARIO A PROVISIONAR NO MES)".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                PERFORM ACEITA-PARM THRU ACEITA-PARM-FIM
                PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM
           SORT WORK-FILE
                ON ASCENDING KEY WK-DEPTO WK-MATRICULA
                INPUT PROCEDURE  IS CALCULA-PROV THRU CALCULA-PROV-FIM
                OUTPUT PROCEDURE IS IMPRIME-PROV THRU IMPRIME-PROV-FIM
                PERFORM IMPRIME-CENTROS THRU IMPRIME-CENTROS-FIM
                PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
                MOVE "F" TO W-RC-EVENTO
                MOVE W-CONT-FUNC TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                STOP RUN.
      *
      *****************************************
      * CARTOES: MES DE REFERENCIA (AAAAMM) E  *
      * PERCENTUAL PATRONAL (99V99; ZEROS =    *
      * 20%)                                   *
      *****************************************
       ACEITA-PARM.
                ACCEPT W-PARM-ANOMES
                ACCEPT W-PARM-PATRONAL
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                IF W-PARM-ANOMES NOT NUMERIC
                   OR W-PARM-ANO < 1900
                   OR W-PARM-MES < 1 OR W-PARM-MES > 12
                   DISPLAY "PARAMETRO DE REFERENCIA INVALIDO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                IF W-PARM-PATRONAL NOT NUMERIC
                   OR W-PARM-PATRONAL = ZEROS
                   MOVE 20,00 TO W-PARM-PATRONAL.
                COMPUTE W-PCT-ENCARGOS = W-PCT-FGTS + W-PARM-PATRONAL
                MOVE W-PARM-ANO TO W-ANT-ANO
                IF W-PARM-MES = 1
                   SUBTRACT 1 FROM W-ANT-ANO
                   MOVE 12 TO W-ANT-MES
                ELSE
                   COMPUTE W-ANT-MES = W-PARM-MES - 1.
                MOVE W-PARM-ANO TO W-IM-ANO W-FM-ANO W-UD-ANO
                MOVE W-PARM-MES TO W-IM-MES W-FM-MES W-UD-MES
                MOVE 1 TO W-IM-DIA
                PERFORM ULTIMO-DIA THRU ULTIMO-DIA-FIM
                MOVE W-ULT-DIA TO W-FM-DIA.
       ACEITA-PARM-FIM.
                EXIT.
      *
       ABRE-ARQUIVOS.
                OPEN INPUT CADFUNC
                IF ST-FUNC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: "
                                                             ST-FUNC
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT FOLHAHIST
                IF ST-HIST NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO FOLHAHIST: " ST-HIST
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADEPTO
                IF ST-EPTO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEPTO: "
                                                             ST-EPTO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
      *
      * SEM CADFERIAS (P201719 AINDA NAO RODOU) TODOS OS AVOS DE
      * FERIAS CONTAM DESDE A ADMISSAO
      *
                OPEN INPUT CADFERIAS
                IF ST-FERIAS NOT = "00"
                   MOVE "S" TO W-SEM-FERIAS.
                OPEN I-O CADPROVISAO
                IF ST-PROV NOT = "00"
                   IF ST-PROV = "30" OR "35"
                      OPEN OUTPUT CADPROVISAO
                      CLOSE CADPROVISAO
                      OPEN I-O CADPROVISAO
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO CADPROVISAO: "
                                                          ST-PROV
                      MOVE 8 TO RETURN-CODE
                      STOP RUN.
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE W-PARM-ANOMES   TO LC-ANOMES
                MOVE W-PCT-FGTS      TO LC-FGTS
                MOVE W-PARM-PATRONAL TO LC-PATRONAL
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB2 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       ABRE-ARQUIVOS-FIM.
                EXIT.
      *
      *****************************************
      * UMA PASSADA NO CADFUNC: AVOS, SALDOS,  *
      * BAIXAS E PROVISAO DE CADA MATRICULA,   *
      * GRAVANDO O SALDO NO CADPROVISAO        *
      *****************************************
       CALCULA-PROV.
                READ CADFUNC NEXT RECORD
                   AT END
                      GO TO CALCULA-PROV-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF FUN-SIT-EXCLUIDO
                   GO TO CALCULA-PROV.
                MOVE FUN-ADM-ANO TO W-ADM-ANO
                MOVE FUN-ADM-MES TO W-ADM-MES
                MOVE FUN-ADM-DIA TO W-ADM-DIA
                IF W-ADM-NUM > W-FIMMES-NUM
                   GO TO CALCULA-PROV.
                MOVE "N" TO W-DEMITIDO-MES
                MOVE ZEROS TO W-DEM-NUM
                IF FUN-DEMISSAO NUMERIC
                   MOVE FUN-DEM-ANO TO W-DEM-ANO
                   MOVE FUN-DEM-MES TO W-DEM-MES
                   MOVE FUN-DEM-DIA TO W-DEM-DIA.
                IF W-DEM-NUM NOT = ZEROS
                   IF W-DEM-NUM < W-INIMES-NUM
                      GO TO CALCULA-PROV
                   ELSE
                      IF W-DEM-NUM NOT > W-FIMMES-NUM
                         MOVE "S" TO W-DEMITIDO-MES.
                PERFORM LE-ANTERIOR THRU LE-ANTERIOR-FIM
                PERFORM BUSCA-SALARIO THRU BUSCA-SALARIO-FIM
                PERFORM LE-PAGAMENTOS THRU LE-PAGAMENTOS-FIM
                PERFORM AVOS-13 THRU AVOS-13-FIM
                PERFORM AVOS-FERIAS THRU AVOS-FERIAS-FIM
                PERFORM CALCULA-SALDOS THRU CALCULA-SALDOS-FIM
                PERFORM GRAVA-PROV THRU GRAVA-PROV-FIM
                PERFORM LIBERA-FUNC THRU LIBERA-FUNC-FIM
                GO TO CALCULA-PROV.
       CALCULA-PROV-FIM.
                EXIT.
      *
      *****************************************
      * SALDO DO MES ANTERIOR NO CADPROVISAO   *
      * (SEM REGISTRO, PARTE DE ZERO)          *
      *****************************************
       LE-ANTERIOR.
                MOVE ZEROS TO W-ANT-SALDO-FER W-ANT-SALDO-13
                              W-ANT-SALDO-ENC W-ANT-SALARIO
                MOVE FUN-MATRICULA TO PRV-MATRICULA
                MOVE W-ANOMES-ANT  TO PRV-ANOMES
                READ CADPROVISAO
                IF ST-PROV NOT = "00"
                   GO TO LE-ANTERIOR-FIM.
                MOVE PRV-SALDO-FER TO W-ANT-SALDO-FER
                MOVE PRV-SALDO-13  TO W-ANT-SALDO-13
                MOVE PRV-SALDO-ENC TO W-ANT-SALDO-ENC
                MOVE PRV-SALARIO   TO W-ANT-SALARIO.
       LE-ANTERIOR-FIM.
                EXIT.
      *
      *****************************************
      * SALARIO ATUAL: MENSALISTA E            *
      * COMISSIONADO PELO CARGO; OS DEMAIS     *
      * PELO BRUTO DA FOLHA DO MES (SEM FOLHA, *
      * O SALARIO DO MES ANTERIOR)             *
      *****************************************
       BUSCA-SALARIO.
                MOVE ZEROS TO W-SALARIO W-CG-SALARIO W-CG-DEPTO
                MOVE SPACES TO W-CG-TIPOSAL
                MOVE "N" TO W-CG-ACHOU
                CALL "P201661" USING FUN-CODIGO-CARGO W-CG-DENOM
                       W-CG-TIPOSAL W-CG-SALARIO W-CG-DEPTO W-CG-ACHOU
                IF W-CG-TIPOSAL = "M" OR "C"
                   MOVE W-CG-SALARIO TO W-SALARIO
                   GO TO BUSCA-SALARIO-FIM.
                MOVE FUN-MATRICULA TO FH-MATRICULA
                MOVE W-PARM-ANOMES TO FH-ANOMES
                MOVE "M"           TO FH-TIPO
                READ FOLHAHIST
                IF ST-HIST = "00"
                   MOVE FH-BRUTO TO W-SALARIO
                ELSE
                   MOVE W-ANT-SALARIO TO W-SALARIO.
       BUSCA-SALARIO-FIM.
                EXIT.
      *
      *****************************************
      * O QUE O FOLHAHIST PAGOU NO MES (FERIAS *
      * E 13O), SE HOUVE RESCISAO E O 13O JA   *
      * PAGO NO ANO ATE O MES                  *
      *****************************************
       LE-PAGAMENTOS.
                MOVE ZEROS TO W-PAGO-FER W-PAGO-13 W-PAGO-13-ANO
                MOVE "N" TO W-TEM-RESCISAO
                MOVE FUN-MATRICULA TO FH-MATRICULA
                MOVE W-PARM-ANOMES TO FH-ANOMES
                MOVE "F"           TO FH-TIPO
                READ FOLHAHIST
                IF ST-HIST = "00"
                   MOVE FH-BRUTO TO W-PAGO-FER.
                MOVE "D"           TO FH-TIPO
                READ FOLHAHIST
                IF ST-HIST = "00"
                   MOVE FH-BRUTO TO W-PAGO-13.
                MOVE "R"           TO FH-TIPO
                READ FOLHAHIST
                IF ST-HIST = "00"
                   MOVE "S" TO W-TEM-RESCISAO.
                MOVE W-PARM-ANO TO W-LIDA-ANO
                PERFORM SOMA-13-ANO THRU SOMA-13-ANO-FIM
                  VARYING W-MES-LIDO FROM 1 BY 1
                    UNTIL W-MES-LIDO > W-PARM-MES.
       LE-PAGAMENTOS-FIM.
                EXIT.
      *
       SOMA-13-ANO.
                MOVE W-MES-LIDO    TO W-LIDA-MES
                MOVE FUN-MATRICULA TO FH-MATRICULA
                MOVE W-ANOMES-LIDA TO FH-ANOMES
                MOVE "D"           TO FH-TIPO
                READ FOLHAHIST
                IF ST-HIST = "00"
                   ADD FH-BRUTO TO W-PAGO-13-ANO.
       SOMA-13-ANO-FIM.
                EXIT.
      *
      *****************************************
      * AVOS DE 13O: MESES DO ANO ATE O MES DE *
      * REFERENCIA COM 15 DIAS OU MAIS DE      *
      * CONTRATO (MES DA ADMISSAO SO CONTA SE  *
      * SOBRAM 15 DIAS; MES DO DESLIGAMENTO SO *
      * SE SAIU NO DIA 15 OU DEPOIS)           *
      *****************************************
       AVOS-13.
                MOVE ZEROS TO W-AVOS-13
                MOVE 1 TO W-MES-INI
                IF W-ADM-ANO = W-PARM-ANO
                   MOVE W-ADM-MES TO W-MES-INI
                   MOVE W-ADM-ANO TO W-UD-ANO
                   MOVE W-ADM-MES TO W-UD-MES
                   PERFORM ULTIMO-DIA THRU ULTIMO-DIA-FIM
                   IF W-ULT-DIA - W-ADM-DIA + 1 < 15
                      ADD 1 TO W-MES-INI.
                MOVE W-PARM-MES TO W-MES-FIM
                IF W-DEMITIDO-MES = "S" AND W-DEM-DIA < 15
                   SUBTRACT 1 FROM W-MES-FIM.
                IF W-MES-FIM < W-MES-INI
                   GO TO AVOS-13-FIM.
                COMPUTE W-AVOS-13 = W-MES-FIM - W-MES-INI + 1.
       AVOS-13-FIM.
                EXIT.
      *
      *****************************************
      * AVOS DE FERIAS: 12 POR PERIODO         *
      * AQUISITIVO NAO GOZADO NO CADFERIAS     *
      * MAIS OS MESES DO PERIODO EM CURSO, QUE *
      * COMECA NO FIM DO ULTIMO PERIODO (OU NA *
      * ADMISSAO) - FRACAO DE 15 DIAS OU MAIS  *
      * CONTA UM AVO                           *
      *****************************************
       AVOS-FERIAS.
                MOVE ZEROS TO W-AVOS-FER W-QTD-ABERTOS W-ULT-PER-FIM
                IF W-SEM-FERIAS = "S"
                   GO TO AVOS-FERIAS1.
                MOVE FUN-MATRICULA TO FER-MATRICULA
                MOVE ZEROS         TO FER-PER-INICIO
                START CADFERIAS KEY IS NOT < CHAVE-FERIAS
                IF ST-FERIAS NOT = "00"
                   GO TO AVOS-FERIAS1.
                PERFORM LE-PERIODOS THRU LE-PERIODOS-FIM.
       AVOS-FERIAS1.
                IF W-ULT-PER-FIM = ZEROS
                   MOVE W-ADM-NUM TO W-DI-NUM
                ELSE
                   MOVE W-ULT-PER-FIM TO W-DI-NUM.
                IF W-DEMITIDO-MES = "S"
                   MOVE W-DEM-NUM TO W-DF-NUM
                ELSE
                   MOVE W-FIMMES-NUM TO W-DF-NUM.
                MOVE ZEROS TO W-MESES
                IF W-DI-NUM NOT > W-DF-NUM
                   PERFORM CONTA-AVOS THRU CONTA-AVOS-FIM.
                COMPUTE W-AVOS-FER = (W-QTD-ABERTOS * 12) + W-MESES.
       AVOS-FERIAS-FIM.
                EXIT.
      *
       LE-PERIODOS.
                READ CADFERIAS NEXT RECORD
                   AT END
                      GO TO LE-PERIODOS-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF FER-MATRICULA NOT = FUN-MATRICULA
                   GO TO LE-PERIODOS-FIM.
                IF FER-PER-INICIO > W-FIMMES-NUM
                   GO TO LE-PERIODOS.
                IF FER-PER-FIM > W-ULT-PER-FIM
                   MOVE FER-PER-FIM TO W-ULT-PER-FIM.
                IF NOT FER-GOZADO
                   ADD 1 TO W-QTD-ABERTOS.
                GO TO LE-PERIODOS.
       LE-PERIODOS-FIM.
                EXIT.
      *
       CONTA-AVOS.
                COMPUTE W-MESES = (W-DF-ANO * 12 + W-DF-MES)
                                - (W-DI-ANO * 12 + W-DI-MES)
                COMPUTE W-DIAS-SOBRA = W-DF-DIA - W-DI-DIA + 1
                IF W-DIAS-SOBRA < 0
                   SUBTRACT 1 FROM W-MESES
                   ADD 30 TO W-DIAS-SOBRA.
                IF W-DIAS-SOBRA NOT < 15
                   ADD 1 TO W-MESES.
                IF W-MESES < 0
                   MOVE ZEROS TO W-MESES.
       CONTA-AVOS-FIM.
                EXIT.
      *
      *****************************************
      * SALDOS NOVOS, BAIXAS E PROVISAO DO MES *
      *****************************************
       CALCULA-SALDOS.
                MOVE W-PAGO-FER TO W-BAIXA-FER
                MOVE W-PAGO-13  TO W-BAIXA-13
                IF W-DEMITIDO-MES = "S"
                   GO TO CALCULA-SALDOS-DESLIG.
      *
      * FERIAS + 1/3 = SALARIO X 4/3 X AVOS / 12 = SALARIO X AVOS / 9
      *
                COMPUTE W-SALDO-FER ROUNDED =
                        (W-SALARIO * W-AVOS-FER) / 9
                COMPUTE W-SALDO-CALC ROUNDED =
                        ((W-SALARIO * W-AVOS-13) / 12) - W-PAGO-13-ANO
                IF W-SALDO-CALC < 0
                   MOVE ZEROS TO W-SALDO-CALC.
                MOVE W-SALDO-CALC TO W-SALDO-13
                COMPUTE W-SALDO-ENC ROUNDED =
                        ((W-SALDO-FER + W-SALDO-13) * W-PCT-ENCARGOS)
                        / 100
                GO TO CALCULA-SALDOS1.
      *
      * NO MES DO DESLIGAMENTO O SALDO ZERA; A RESCISAO DO MES LEVA O
      * SALDO ANTERIOR COMO BAIXA, SEM ELA O SALDO E ESTORNADO
      *
       CALCULA-SALDOS-DESLIG.
                MOVE ZEROS TO W-SALDO-FER W-SALDO-13 W-SALDO-ENC
                IF W-TEM-RESCISAO = "S"
                   ADD W-ANT-SALDO-FER TO W-BAIXA-FER
                   ADD W-ANT-SALDO-13  TO W-BAIXA-13.
       CALCULA-SALDOS1.
                COMPUTE W-BAIXA-ENC ROUNDED =
                        ((W-BAIXA-FER + W-BAIXA-13) * W-PCT-ENCARGOS)
                        / 100
                COMPUTE W-PROV-FER = W-SALDO-FER - W-ANT-SALDO-FER
                                   + W-BAIXA-FER
                COMPUTE W-PROV-13  = W-SALDO-13 - W-ANT-SALDO-13
                                   + W-BAIXA-13
                COMPUTE W-PROV-ENC = W-SALDO-ENC - W-ANT-SALDO-ENC
                                   + W-BAIXA-ENC
                COMPUTE W-PROV-TOTAL = W-PROV-FER + W-PROV-13
                                     + W-PROV-ENC.
       CALCULA-SALDOS-FIM.
                EXIT.
      *
      *****************************************
      * GRAVA (OU REGRAVA, NO REPROCESSAMENTO) *
      * O SALDO DO MES NO CADPROVISAO          *
      *****************************************
       GRAVA-PROV.
                MOVE FUN-MATRICULA TO PRV-MATRICULA
                MOVE W-PARM-ANOMES TO PRV-ANOMES
                READ CADPROVISAO
                MOVE FUN-MATRICULA TO PRV-MATRICULA
                MOVE W-PARM-ANOMES TO PRV-ANOMES
                MOVE W-CG-DEPTO    TO PRV-DEPTO
                MOVE W-SALARIO     TO PRV-SALARIO
                MOVE W-AVOS-FER    TO PRV-AVOS-FER
                MOVE W-AVOS-13     TO PRV-AVOS-13
                MOVE W-SALDO-FER   TO PRV-SALDO-FER
                MOVE W-SALDO-13    TO PRV-SALDO-13
                MOVE W-SALDO-ENC   TO PRV-SALDO-ENC
                MOVE W-BAIXA-FER   TO PRV-BAIXA-FER
                MOVE W-BAIXA-13    TO PRV-BAIXA-13
                MOVE W-BAIXA-ENC   TO PRV-BAIXA-ENC
                MOVE W-PROV-FER    TO PRV-PROV-FER
                MOVE W-PROV-13     TO PRV-PROV-13
                MOVE W-PROV-ENC    TO PRV-PROV-ENC
                MOVE W-HOJE        TO PRV-DATA
                IF ST-PROV = "00"
                   REWRITE REGPROV
                ELSE
                   WRITE REGPROV.
                IF ST-PROV NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DO CADPROVISAO: " ST-PROV
                           " MATRICULA " FUN-MATRICULA
                   MOVE 8 TO RETURN-CODE.
       GRAVA-PROV-FIM.
                EXIT.
      *
       LIBERA-FUNC.
                MOVE W-CG-DEPTO    TO WK-DEPTO
                MOVE FUN-MATRICULA TO WK-MATRICULA
                MOVE FUN-NOME      TO WK-NOME
                MOVE W-AVOS-FER    TO WK-AVOS-FER
                MOVE W-AVOS-13     TO WK-AVOS-13
                MOVE W-SALDO-FER   TO WK-SALDO-FER
                MOVE W-SALDO-13    TO WK-SALDO-13
                MOVE W-SALDO-ENC   TO WK-SALDO-ENC
                MOVE W-PROV-FER    TO WK-PROV-FER
                MOVE W-PROV-13     TO WK-PROV-13
                MOVE W-PROV-ENC    TO WK-PROV-ENC
                COMPUTE WK-BAIXA = W-BAIXA-FER + W-BAIXA-13
                                 + W-BAIXA-ENC
                MOVE SPACES TO WK-OBS
                IF W-SALARIO = ZEROS
                   MOVE "SEM SAL." TO WK-OBS.
                IF W-DEMITIDO-MES = "S"
                   MOVE "DESLIG." TO WK-OBS.
                IF W-PROV-TOTAL < 0
                   MOVE "ESTORNO" TO WK-OBS.
                ADD 1 TO W-CONT-FUNC
                RELEASE WORK-REC.
       LIBERA-FUNC-FIM.
                EXIT.
      *
      *****************************************
      * UMA LINHA POR MATRICULA, COM SUBTOTAL  *
      * NA QUEBRA DE DEPARTAMENTO              *
      *****************************************
       IMPRIME-PROV.
                RETURN WORK-FILE
                   AT END
                      GO TO IMPRIME-PROV1.
                IF W-PRIMEIRO = "S"
                   MOVE "N" TO W-PRIMEIRO
                   PERFORM CAB-DEPTO THRU CAB-DEPTO-FIM
                ELSE
                   IF WK-DEPTO NOT = W-DEPTO-ANT
                      PERFORM QUEBRA-DEPTO THRU QUEBRA-DEPTO-FIM
                      PERFORM CAB-DEPTO THRU CAB-DEPTO-FIM.
                MOVE WK-MATRICULA TO LD-MATRICULA
                MOVE WK-NOME      TO LD-NOME
                MOVE WK-AVOS-FER  TO LD-AVOS-FER
                MOVE WK-AVOS-13   TO LD-AVOS-13
                MOVE WK-SALDO-FER TO LD-SALDO-FER
                MOVE WK-SALDO-13  TO LD-SALDO-13
                MOVE WK-SALDO-ENC TO LD-SALDO-ENC
                MOVE WK-BAIXA     TO LD-BAIXA
                COMPUTE W-PROV-TOTAL = WK-PROV-FER + WK-PROV-13
                                     + WK-PROV-ENC
                MOVE W-PROV-TOTAL TO LD-PROV
                MOVE WK-OBS       TO LD-OBS
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                IF W-PROV-TOTAL < 0
                   ADD 1 TO W-CONT-ESTORNO.
                ADD WK-SALDO-FER TO W-DEP-SALDO-FER
                ADD WK-SALDO-13  TO W-DEP-SALDO-13
                ADD WK-SALDO-ENC TO W-DEP-SALDO-ENC
                ADD WK-BAIXA     TO W-DEP-BAIXA
                ADD W-PROV-TOTAL TO W-DEP-PROV
                ADD WK-PROV-FER  TO W-TOT-PROV-FER
                ADD WK-PROV-13   TO W-TOT-PROV-13
                ADD WK-PROV-ENC  TO W-TOT-PROV-ENC
                GO TO IMPRIME-PROV.
       IMPRIME-PROV1.
                IF W-PRIMEIRO = "S"
                   MOVE LINHA-VAZIO TO LINHA-REL
                   PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                ELSE
                   PERFORM QUEBRA-DEPTO THRU QUEBRA-DEPTO-FIM.
       IMPRIME-PROV-FIM.
                EXIT.
      *
      *****************************************
      * TITULO DO DEPARTAMENTO E O CENTRO DE   *
      * CUSTO DELE NO CADEPTO                  *
      *****************************************
       CAB-DEPTO.
                MOVE WK-DEPTO TO W-DEPTO-ANT
                MOVE WK-DEPTO TO LDP-DEPTO CODIGO-EPTO
                MOVE SPACES   TO LDP-DENOM
                MOVE ZEROS    TO W-DEP-CC
                READ CADEPTO
                IF ST-EPTO = "00"
                   MOVE DENOMINACAO-EPTO TO LDP-DENOM
                   MOVE CENTROCUSTO      TO W-DEP-CC.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-DEPTO TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       CAB-DEPTO-FIM.
                EXIT.
      *
       QUEBRA-DEPTO.
                MOVE W-DEP-SALDO-FER TO LS-SALDO-FER
                MOVE W-DEP-SALDO-13  TO LS-SALDO-13
                MOVE W-DEP-SALDO-ENC TO LS-SALDO-ENC
                MOVE W-DEP-BAIXA     TO LS-BAIXA
                MOVE W-DEP-PROV      TO LS-PROV
                MOVE LINHA-SUBTOT TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                IF W-DEP-CC = ZEROS
                   ADD 1               TO W-SEMCC-QTD
                   ADD W-DEP-SALDO-FER TO W-SEMCC-SALDO-FER
                   ADD W-DEP-SALDO-13  TO W-SEMCC-SALDO-13
                   ADD W-DEP-SALDO-ENC TO W-SEMCC-SALDO-ENC
                   ADD W-DEP-BAIXA     TO W-SEMCC-BAIXA
                   ADD W-DEP-PROV      TO W-SEMCC-PROV
                ELSE
                   ADD 1               TO TAB-QTD (W-DEP-CC)
                   ADD W-DEP-SALDO-FER TO TAB-SALDO-FER (W-DEP-CC)
                   ADD W-DEP-SALDO-13  TO TAB-SALDO-13 (W-DEP-CC)
                   ADD W-DEP-SALDO-ENC TO TAB-SALDO-ENC (W-DEP-CC)
                   ADD W-DEP-BAIXA     TO TAB-BAIXA (W-DEP-CC)
                   ADD W-DEP-PROV      TO TAB-PROV (W-DEP-CC).
                ADD W-DEP-SALDO-FER TO W-TOT-SALDO-FER
                ADD W-DEP-SALDO-13  TO W-TOT-SALDO-13
                ADD W-DEP-SALDO-ENC TO W-TOT-SALDO-ENC
                ADD W-DEP-BAIXA     TO W-TOT-BAIXA
                ADD W-DEP-PROV      TO W-TOT-PROV
                MOVE ZEROS TO W-DEP-SALDO-FER W-DEP-SALDO-13
                              W-DEP-SALDO-ENC W-DEP-BAIXA W-DEP-PROV.
       QUEBRA-DEPTO-FIM.
                EXIT.
      *
      *****************************************
      * TOTAL POR CENTRO DE CUSTO, O "SEM      *
      * CENTRO", O GERAL E A PROVISAO DO MES   *
      * POR COMPONENTE                         *
      *****************************************
       IMPRIME-CENTROS.
                IF W-CONT-FUNC = ZEROS
                   GO TO IMPRIME-CENTROS-FIM.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB-CC TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                PERFORM IMPRIME-CC THRU IMPRIME-CC-FIM
                  VARYING W-CC FROM 1 BY 1 UNTIL W-CC > 9.
                IF W-SEMCC-QTD = ZEROS
                   GO TO IMPRIME-CENTROS1.
                MOVE ZEROS             TO LL-CC
                MOVE "SEM CENTRO"      TO LL-DENOM
                MOVE W-SEMCC-SALDO-FER TO LL-SALDO-FER
                MOVE W-SEMCC-SALDO-13  TO LL-SALDO-13
                MOVE W-SEMCC-SALDO-ENC TO LL-SALDO-ENC
                MOVE W-SEMCC-BAIXA     TO LL-BAIXA
                MOVE W-SEMCC-PROV      TO LL-PROV
                MOVE LINHA-CC TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-CENTROS1.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-TOT-SALDO-FER TO LT-SALDO-FER
                MOVE W-TOT-SALDO-13  TO LT-SALDO-13
                MOVE W-TOT-SALDO-ENC TO LT-SALDO-ENC
                MOVE W-TOT-BAIXA     TO LT-BAIXA
                MOVE W-TOT-PROV      TO LT-PROV
                MOVE LINHA-TOTAL TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-TOT-PROV-FER TO LT1-VALOR
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-TOT-PROV-13 TO LT2-VALOR
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-TOT-PROV-ENC TO LT3-VALOR
                MOVE LINHA-TOT3 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-FUNC TO LT4-QTD
                MOVE LINHA-TOT4 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-ESTORNO TO LT5-QTD
                MOVE LINHA-TOT5 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM.
       IMPRIME-CENTROS-FIM.
                EXIT.
      *
       IMPRIME-CC.
                IF TAB-QTD (W-CC) = ZEROS
                   GO TO IMPRIME-CC-FIM.
                MOVE W-CC TO LL-CC
                MOVE "N" TO W-CC-ACHOU
                MOVE SPACES TO W-CC-DENOM
                CALL "P201617" USING W-CC W-CC-DENOM W-CC-ACHOU
                MOVE W-CC-DENOM            TO LL-DENOM
                MOVE TAB-SALDO-FER (W-CC)  TO LL-SALDO-FER
                MOVE TAB-SALDO-13 (W-CC)   TO LL-SALDO-13
                MOVE TAB-SALDO-ENC (W-CC)  TO LL-SALDO-ENC
                MOVE TAB-BAIXA (W-CC)      TO LL-BAIXA
                MOVE TAB-PROV (W-CC)       TO LL-PROV
                MOVE LINHA-CC TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-CC-FIM.
                EXIT.
      *
      *****************************************
      * ULTIMO DIA DO MES (W-UD-ANO/W-UD-MES)  *
      *****************************************
       ULTIMO-DIA.
                MOVE TAB-ULT-DIA (W-UD-MES) TO W-ULT-DIA
                IF W-UD-MES = 2
                   DIVIDE W-UD-ANO BY 4 GIVING W-QUOC
                          REMAINDER W-RESTO
                   IF W-RESTO = ZEROS
                      MOVE 29 TO W-ULT-DIA.
       ULTIMO-DIA-FIM.
                EXIT.
      *
       FECHA-ARQUIVOS.
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                CLOSE CADFUNC FOLHAHIST CADEPTO CADPROVISAO
                IF W-SEM-FERIAS = "N"
                   CLOSE CADFERIAS.
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
