       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201786.
       AUTHOR. LEANDRO.
      **************************************************
      * EXPORTACAO DOS LANCAMENTOS CONTABEIS DA FOLHA.   *
      * PARA O MES DE REFERENCIA (AAAAMM) E O TIPO DE    *
      * PROCESSAMENTO (M, D, F, A OU R) DOS CARTOES      *
      * SYSIN, LE AS LINHAS DO FOLHAHIST.DAT E AS        *
      * RUBRICAS DO FOLHARUB.DAT E LANCA CADA COMPONENTE *
      * (BRUTO, INSS, IRRF, ADIANTAMENTO, LIQUIDO, FGTS  *
      * E RUBRICAS) NAS CONTAS DE DEBITO E CREDITO DO    *
      * PLANO DE CONTAS DA FOLHA (CADCONTAB, FP201785),  *
      * NO CENTRO DE CUSTO DO DEPARTAMENTO DA LINHA      *
      * (CADEPTO). A RUBRICA DE PROVENTO COM CONTA       *
      * PROPRIA SAI DO BRUTO DA FOLHA MENSAL E DO 13O    *
      * (QUE A INCLUEM); O ADIANTAMENTO DESCONTADO NA    *
      * FOLHA MENSAL E O FH-BRUTO DO TIPO "A" DA MESMA   *
      * MATRICULA E MES. OS LANCAMENTOS SAO SOMADOS POR  *
      * CENTRO, NATUREZA, CONTA E HISTORICO E GRAVADOS   *
      * EM LANCCONTAB.TXT (HEADER "0", UM DETALHE "1"    *
      * POR LANCAMENTO E TRAILER "9" COM QUANTIDADE E    *
      * TOTAIS). O LOTE SO E GRAVADO SE OS DEBITOS       *
      * FECHAM COM OS CREDITOS E TODO COMPONENTE COM     *
      * VALOR TEM CONTA; SENAO O REGISTRO MOSTRA O QUE   *
      * FALTA E O PROGRAMA TERMINA COM RC 8 SEM GRAVAR.  *
      * CADA LOTE EXPORTADO FICA NO CADEXPCTB; EXPORTAR  *
      * DE NOVO O MESMO AAAAMM E TIPO EXIGE O CARTAO DE  *
      * AUTORIZACAO "S" E OPERADOR/SENHA DE SUPERVISOR   *
      * (P201674), COMO NO REPROCESSAMENTO DA FOLHA. O   *
      * REGISTRO SAI PELO MODULO COMUM P201675.          *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FOLHAHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FOLHAHIST
                    FILE STATUS  IS ST-HIST.
       SELECT FOLHARUB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FOLHARUB
                    FILE STATUS  IS ST-FRUB.
       SELECT CADEPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO-EPTO
                    FILE STATUS  IS ST-EPTO.
       SELECT CADCONTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CONTAB
                    FILE STATUS  IS ST-CTB.
       SELECT CADEXPCTB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-EXPCTB
                    FILE STATUS  IS ST-EXP.
       SELECT LANCCONTAB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
       SELECT WORK-FILE ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD FOLHAHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAHIST.DAT".
           COPY FOLHAHISTREC.
       FD FOLHARUB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHARUB.DAT".
           COPY FOLHARUBREC.
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
       FD CADCONTAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTAB.DAT".
           COPY CONTABREC.
       FD CADEXPCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXPCTB.DAT".
           COPY EXPCTBREC.
       FD LANCCONTAB
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "LANCCONTAB.TXT".
       01 LINHA-LANC                PIC X(120).
       SD WORK-FILE.
       01 WORK-REC.
                03 WK-CC          PIC 9(01).
                03 WK-NATUREZA    PIC X(01).
                03 WK-CONTA       PIC X(20).
                03 WK-HISTORICO   PIC X(30).
                03 WK-VALOR       PIC 9(10)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "LANCAMENTOS CONTABEIS DA FOLHA".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201786".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201786".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 ST-HIST           PIC X(02) VALUE "00".
       77 ST-FRUB           PIC X(02) VALUE "00".
       77 ST-EPTO           PIC X(02) VALUE "00".
       77 ST-CTB            PIC X(02) VALUE "00".
       77 ST-EXP            PIC X(02) VALUE "00".
       77 W-PARM-TIPO       PIC X(01) VALUE SPACES.
          88 W-TIPO-VALIDO     VALUE "M" "D" "F" "A" "R".
       77 W-PARM-REEXPORTA  PIC X(01) VALUE "N".
       77 W-PARM-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-PARM-SENHA      PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO        PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO   PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR   PIC X(01) VALUE "N".
       77 W-OP-NOME         PIC X(30) VALUE SPACES.
       77 W-JA-EXPORTADO    PIC X(01) VALUE "N".
       77 W-SEM-RUB         PIC X(01) VALUE "N".
       77 W-EXPORTA         PIC X(01) VALUE "N".
       77 W-HOJE            PIC 9(08) VALUE ZEROS.
       77 W-ULT-DIA         PIC 9(02) VALUE ZEROS.
       77 W-QUOC            PIC 9(04) VALUE ZEROS.
       77 W-RESTO           PIC 9(02) VALUE ZEROS.
       77 W-CC              PIC 9(01) VALUE ZEROS.
       77 W-VAL-BRUTO       PIC 9(08)V99 VALUE ZEROS.
       77 W-ADT-MATRICULA   PIC 9(05) VALUE ZEROS.
       77 W-ADT-VALOR       PIC 9(08)V99 VALUE ZEROS.
       77 W-GI-ITEM         PIC X(03) VALUE SPACES.
       77 W-GI-RUBRICA      PIC 9(03) VALUE ZEROS.
       77 W-GI-VALOR        PIC 9(08)V99 VALUE ZEROS.
       77 W-GI-ACHOU        PIC X(01) VALUE "N".
       77 W-CONT-LIDAS      PIC 9(06) VALUE ZEROS.
       77 W-CONT-SEMCONTA   PIC 9(05) VALUE ZEROS.
       77 W-CONT-LANC       PIC 9(06) VALUE ZEROS.
       77 W-TOT-DEB         PIC 9(12)V99 VALUE ZEROS.
       77 W-TOT-CRED        PIC 9(12)V99 VALUE ZEROS.
       77 W-DIFERENCA       PIC S9(12)V99 VALUE ZEROS.
       77 W-PRIMEIRO        PIC X(01) VALUE "S".
       77 W-GRP-VALOR       PIC 9(12)V99 VALUE ZEROS.
       77 W-CC-DEB          PIC 9(12)V99 VALUE ZEROS.
       77 W-CC-CRED         PIC 9(12)V99 VALUE ZEROS.
       01 W-GRUPO.
                03 W-GRP-CC        PIC 9(01).
                03 W-GRP-NATUREZA  PIC X(01).
                03 W-GRP-CONTA     PIC X(20).
                03 W-GRP-HISTORICO PIC X(30).
       01 W-PARM-REF.
                03 W-PARM-ANO    PIC 9(04).
                03 W-PARM-MES    PIC 9(02).
       01 W-PARM-ANOMES REDEFINES W-PARM-REF PIC 9(06).
       01 W-DATA-LANC.
                03 W-DL-ANO      PIC 9(04).
                03 W-DL-MES      PIC 9(02).
                03 W-DL-DIA      PIC 9(02).
       01 W-DATA-LANC-NUM REDEFINES W-DATA-LANC PIC 9(08).
       01 TABELA-ULTDIA.
                03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TABELA-ULTDIA-R REDEFINES TABELA-ULTDIA.
                03 TAB-ULT-DIA OCCURS 12 TIMES PIC 9(02).
      *
      * REGISTROS DO LANCCONTAB.TXT
      *
       01 LANC-HEADER.
                03 FILLER        PIC X(01) VALUE "0".
                03 JH-ANOMES     PIC 9(06).
                03 JH-TIPO       PIC X(01).
                03 JH-DATA       PIC 9(08).
                03 FILLER        PIC X(20) VALUE "FOLHA DE PAGAMENTO".
                03 FILLER        PIC X(84) VALUE SPACES.
       01 LANC-DETALHE.
                03 FILLER        PIC X(01) VALUE "1".
                03 JD-SEQ        PIC 9(06).
                03 JD-DATA       PIC 9(08).
                03 JD-NATUREZA   PIC X(01).
                03 JD-CONTA      PIC X(20).
                03 JD-CC         PIC 9(01).
                03 JD-VALOR      PIC 9(12)V99.
                03 JD-HISTORICO  PIC X(30).
                03 JD-ANOMES     PIC 9(06).
                03 JD-TIPO       PIC X(01).
                03 FILLER        PIC X(32) VALUE SPACES.
       01 LANC-TRAILER.
                03 FILLER        PIC X(01) VALUE "9".
                03 JT-QTD        PIC 9(06).
                03 JT-DEB        PIC 9(12)V99.
                03 JT-CRED       PIC 9(12)V99.
                03 FILLER        PIC X(85) VALUE SPACES.
      *
      * LINHAS DO REGISTRO
      *
       01 LINHA-CAB1.
                03 FILLER        PIC X(13) VALUE "REFERENCIA: ".
                03 LC-ANOMES     PIC 9(06).
                03 FILLER        PIC X(09) VALUE "   TIPO: ".
                03 LC-TIPO       PIC X(01).
       01 LINHA-CAB2.
                03 FILLER        PIC X(31) VALUE "CC D/C CONTA".
                03 FILLER        PIC X(31) VALUE "HISTORICO".
                03 FILLER        PIC X(18)
                    VALUE "            DEBITO".
                03 FILLER        PIC X(18)
                    VALUE "           CREDITO".
       01 LINHA-DET.
                03 LD-CC         PIC 9(01).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-NATUREZA   PIC X(01).
                03 FILLER        PIC X(03) VALUE SPACES.
                03 LD-CONTA      PIC X(20).
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LD-HISTORICO  PIC X(30).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-DEBITO     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-CREDITO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINHA-SUBTOT.
                03 FILLER        PIC X(18) VALUE "   TOTAL DO CENTRO".
                03 LS-CC         PIC 9(01).
                03 FILLER        PIC X(43) VALUE SPACES.
                03 LS-DEBITO     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LS-CREDITO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOTAL.
                03 FILLER        PIC X(62)
                    VALUE "TOTAL DO LOTE..........: ".
                03 LT-DEBITO     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LT-CREDITO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINHA-SEMCONTA.
                03 FILLER        PIC X(27)
                    VALUE "COMPONENTE SEM CONTA: TIPO ".
                03 LSC-TIPO      PIC X(01).
                03 FILLER        PIC X(08) VALUE "  ITEM ".
                03 LSC-ITEM      PIC X(03).
                03 FILLER        PIC X(10) VALUE "  RUBRICA ".
                03 LSC-RUBRICA   PIC 9(03).
                03 FILLER        PIC X(12) VALUE "  MATRICULA ".
                03 LSC-MATRICULA PIC 9(05).
                03 FILLER        PIC X(08) VALUE "  VALOR ".
                03 LSC-VALOR     PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-TOT1.
                03 FILLER        PIC X(30)
                    VALUE "LINHAS DO FOLHAHIST.........: ".
                03 LT1-QTD       PIC ZZZZZ9.
       01 LINHA-TOT2.
                03 FILLER        PIC X(30)
                    VALUE "LANCAMENTOS.................: ".
                03 LT2-QTD       PIC ZZZZZ9.
       01 LINHA-TOT3.
                03 FILLER        PIC X(30)
                    VALUE "COMPONENTES SEM CONTA.......: ".
                03 LT3-QTD       PIC ZZZZZ9.
       01 LINHA-TOT4.
                03 FILLER        PIC X(30)
                    VALUE "DIFERENCA DEBITO - CREDITO..: ".
                03 LT4-VALOR     PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
       01 LINHA-EXPORTADO   PIC X(80)
           VALUE "LOTE EXPORTADO EM LANCCONTAB.TXT".
       01 LINHA-RECUSADO    PIC X(80)
           VALUE "*** LOTE RECUSADO - NADA FOI EXPORTADO ***".
       01 LINHA-VAZIO       PIC X(80)
           VALUE "  (NENHUMA LINHA DO FOLHAHIST NA REFERENCIA E TIPO)".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                PERFORM ACEITA-PARM THRU ACEITA-PARM-FIM
                PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM
                PERFORM VERIFICA-EXPORTADO THRU VERIFICA-EXPORTADO-FIM
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE W-PARM-ANOMES TO LC-ANOMES
                MOVE W-PARM-TIPO   TO LC-TIPO
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           SORT WORK-FILE
                ON ASCENDING KEY WK-CC
                   DESCENDING KEY WK-NATUREZA
                   ASCENDING KEY WK-CONTA WK-HISTORICO
                INPUT PROCEDURE  IS LE-FOLHA THRU LE-FOLHA-FIM
                OUTPUT PROCEDURE IS GRAVA-LOTE THRU GRAVA-LOTE-FIM
                PERFORM TOTAIS THRU TOTAIS-FIM
                PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
                MOVE "F" TO W-RC-EVENTO
                MOVE W-CONT-LANC TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                IF W-EXPORTA NOT = "S"
                   MOVE 8 TO RETURN-CODE.
                STOP RUN.
      *
      *****************************************
      * CARTOES: AAAAMM, TIPO (M/D/F/A/R),     *
      * REEXPORTACAO (S/N), OPERADOR E SENHA   *
      * DO SUPERVISOR QUE A AUTORIZA           *
      *****************************************
       ACEITA-PARM.
                ACCEPT W-PARM-ANOMES
                ACCEPT W-PARM-TIPO
                ACCEPT W-PARM-REEXPORTA
                ACCEPT W-PARM-OPERADOR
                ACCEPT W-PARM-SENHA
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                IF W-PARM-ANOMES NOT NUMERIC
                   OR W-PARM-ANO < 1900
                   OR W-PARM-MES < 1 OR W-PARM-MES > 12
                   DISPLAY "PARAMETRO DE REFERENCIA INVALIDO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                IF NOT W-TIPO-VALIDO
                   DISPLAY "TIPO DE PROCESSAMENTO INVALIDO NO CARTAO: "
                           W-PARM-TIPO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
      *
      * OS LANCAMENTOS TEM A DATA DO ULTIMO DIA DO MES DE REFERENCIA
      *
                MOVE W-PARM-ANO TO W-DL-ANO
                MOVE W-PARM-MES TO W-DL-MES
                MOVE TAB-ULT-DIA (W-PARM-MES) TO W-ULT-DIA
                IF W-PARM-MES = 2
                   DIVIDE W-PARM-ANO BY 4 GIVING W-QUOC
                          REMAINDER W-RESTO
                   IF W-RESTO = ZEROS
                      MOVE 29 TO W-ULT-DIA.
                MOVE W-ULT-DIA TO W-DL-DIA.
       ACEITA-PARM-FIM.
                EXIT.
      *
       ABRE-ARQUIVOS.
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
                OPEN INPUT CADCONTAB
                IF ST-CTB NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO CADCONTAB: " ST-CTB
                           " - CADASTRE O PLANO DE CONTAS DA FOLHA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
      *
      * SEM FOLHARUB (NENHUMA RUBRICA APLICADA AINDA) NAO HA RUBRICA
      * A LANCAR
      *
                OPEN INPUT FOLHARUB
                IF ST-FRUB NOT = "00"
                   MOVE "S" TO W-SEM-RUB.
                OPEN I-O CADEXPCTB
                IF ST-EXP NOT = "00"
                   IF ST-EXP = "30" OR "35"
                      OPEN OUTPUT CADEXPCTB
                      CLOSE CADEXPCTB
                      OPEN I-O CADEXPCTB
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO CADEXPCTB: " ST-EXP
                      MOVE 8 TO RETURN-CODE
                      STOP RUN.
       ABRE-ARQUIVOS-FIM.
                EXIT.
      *
      *****************************************
      * LOTE JA EXPORTADO SO SAI DE NOVO COM   *
      * AUTORIZACAO DE SUPERVISOR              *
      *****************************************
       VERIFICA-EXPORTADO.
                MOVE "N" TO W-JA-EXPORTADO
                MOVE W-PARM-ANOMES TO EXP-ANOMES
                MOVE W-PARM-TIPO   TO EXP-TIPO
                READ CADEXPCTB
                IF ST-EXP NOT = "00"
                   GO TO VERIFICA-EXPORTADO-FIM.
                MOVE "S" TO W-JA-EXPORTADO
                IF W-PARM-REEXPORTA NOT = "S"
                   DISPLAY "LOTE " W-PARM-ANOMES " " W-PARM-TIPO
                           " JA EXPORTADO EM " EXP-DATA
                           " - NOVA EXPORTACAO EXIGE CARTAO DE "
                           "AUTORIZACAO DE SUPERVISOR"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE ZEROS TO W-OP-OPCAO
                CALL "P201674" USING W-PARM-OPERADOR W-PARM-SENHA
                            W-OP-OPCAO W-OP-AUTORIZADO W-OP-SUPERVISOR
                            W-OP-NOME
                IF W-OP-AUTORIZADO NOT = "S"
                   OR (W-OP-SUPERVISOR NOT = "S"
                       AND W-OP-NOME NOT = SPACES)
                   DISPLAY "NOVA EXPORTACAO NAO AUTORIZADA - "
                           "OPERADOR NAO E SUPERVISOR"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                DISPLAY "NOVA EXPORTACAO DE " W-PARM-ANOMES " "
                        W-PARM-TIPO " AUTORIZADA POR " W-PARM-OPERADOR.
       VERIFICA-EXPORTADO-FIM.
                EXIT.
      *
      *****************************************
      * LINHAS DO FOLHAHIST DA REFERENCIA E DO *
      * TIPO, COMPONENTE POR COMPONENTE        *
      *****************************************
       LE-FOLHA.
                READ FOLHAHIST NEXT RECORD
                   AT END
                      GO TO LE-FOLHA-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF FH-ANOMES NOT = W-PARM-ANOMES
                   GO TO LE-FOLHA.
      *
      * O ADIANTAMENTO DA MATRICULA VEM ANTES DA FOLHA MENSAL NA
      * ORDEM DA CHAVE ("A" < "M") - GUARDADO PARA O DESCONTO DELE
      *
                IF FH-ADIANTAMENTO
                   MOVE FH-MATRICULA TO W-ADT-MATRICULA
                   MOVE FH-BRUTO     TO W-ADT-VALOR.
                IF FH-TIPO NOT = W-PARM-TIPO
                   GO TO LE-FOLHA.
                ADD 1 TO W-CONT-LIDAS
                IF FH-FGTS NOT NUMERIC
                   MOVE ZEROS TO FH-FGTS.
                MOVE FH-DEPTO TO CODIGO-EPTO
                MOVE ZEROS TO W-CC
                READ CADEPTO
                IF ST-EPTO = "00"
                   MOVE CENTROCUSTO TO W-CC.
                MOVE FH-BRUTO TO W-VAL-BRUTO
                IF FH-MENSAL OR FH-DECIMO OR FH-ADIANTAMENTO
                   PERFORM LE-RUBRICAS THRU LE-RUBRICAS-FIM.
                IF FH-ADIANTAMENTO
                   MOVE "ADT"    TO W-GI-ITEM
                   MOVE FH-BRUTO TO W-GI-VALOR
                   PERFORM GERA-ITEM THRU GERA-ITEM-FIM
                   GO TO LE-FOLHA1.
                MOVE "BRU"       TO W-GI-ITEM
                MOVE W-VAL-BRUTO TO W-GI-VALOR
                PERFORM GERA-ITEM THRU GERA-ITEM-FIM
                MOVE "INS"       TO W-GI-ITEM
                MOVE FH-INSS     TO W-GI-VALOR
                PERFORM GERA-ITEM THRU GERA-ITEM-FIM
                MOVE "IRF"       TO W-GI-ITEM
                MOVE FH-IRRF     TO W-GI-VALOR
                PERFORM GERA-ITEM THRU GERA-ITEM-FIM
                MOVE "FGT"       TO W-GI-ITEM
                MOVE FH-FGTS     TO W-GI-VALOR
                PERFORM GERA-ITEM THRU GERA-ITEM-FIM
                IF FH-MENSAL AND W-ADT-MATRICULA = FH-MATRICULA
                   MOVE "ADT"       TO W-GI-ITEM
                   MOVE W-ADT-VALOR TO W-GI-VALOR
                   PERFORM GERA-ITEM THRU GERA-ITEM-FIM.
       LE-FOLHA1.
                MOVE "LIQ"       TO W-GI-ITEM
                MOVE FH-LIQUIDO  TO W-GI-VALOR
                PERFORM GERA-ITEM THRU GERA-ITEM-FIM
                GO TO LE-FOLHA.
       LE-FOLHA-FIM.
                EXIT.
      *
      *****************************************
      * RUBRICAS DA LINHA NO FOLHARUB. PROVENTO*
      * COM CONTA PROPRIA SAI DO BRUTO (MENSAL *
      * E 13O; NO ADIANTAMENTO O BRUTO E SO O  *
      * VALOR ADIANTADO)                       *
      *****************************************
       LE-RUBRICAS.
                IF W-SEM-RUB = "S"
                   GO TO LE-RUBRICAS-FIM.
                MOVE FH-MATRICULA TO FRB-MATRICULA
                MOVE FH-ANOMES    TO FRB-ANOMES
                MOVE FH-TIPO      TO FRB-TIPO
                MOVE ZEROS        TO FRB-RUBRICA
                START FOLHARUB KEY IS NOT < CHAVE-FOLHARUB
                IF ST-FRUB NOT = "00"
                   GO TO LE-RUBRICAS-FIM.
       LE-RUBRICAS1.
                READ FOLHARUB NEXT RECORD
                   AT END
                      GO TO LE-RUBRICAS-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF FRB-MATRICULA NOT = FH-MATRICULA
                   OR FRB-ANOMES NOT = FH-ANOMES
                   OR FRB-TIPO NOT = FH-TIPO
                   GO TO LE-RUBRICAS-FIM.
                MOVE "RUB"       TO W-GI-ITEM
                MOVE FRB-RUBRICA TO W-GI-RUBRICA
                MOVE FRB-VALOR   TO W-GI-VALOR
                PERFORM GERA-ITEM THRU GERA-ITEM-FIM
                MOVE ZEROS TO W-GI-RUBRICA
                IF W-GI-ACHOU = "S" AND FRB-PROVENTO
                   AND NOT FH-ADIANTAMENTO
                   IF FRB-VALOR > W-VAL-BRUTO
                      MOVE ZEROS TO W-VAL-BRUTO
                   ELSE
                      SUBTRACT FRB-VALOR FROM W-VAL-BRUTO.
                GO TO LE-RUBRICAS1.
       LE-RUBRICAS-FIM.
                EXIT.
      *
      *****************************************
      * UM COMPONENTE: CONTA NO CADCONTAB      *
      * (RUBRICA SEM CONTA PROPRIA VAI NA 000) *
      * E AS PERNAS DE DEBITO E CREDITO        *
      *****************************************
       GERA-ITEM.
                MOVE "N" TO W-GI-ACHOU
                IF W-GI-VALOR = ZEROS
                   GO TO GERA-ITEM-FIM.
                MOVE W-PARM-TIPO  TO CTB-TIPO
                MOVE W-GI-ITEM    TO CTB-ITEM
                MOVE W-GI-RUBRICA TO CTB-RUBRICA
                READ CADCONTAB
                IF ST-CTB = "00" AND CTB-SIT-ATIVO
                   GO TO GERA-ITEM1.
                IF W-GI-RUBRICA = ZEROS
                   GO TO GERA-ITEM-SEMCONTA.
                MOVE ZEROS TO CTB-RUBRICA
                READ CADCONTAB
                IF ST-CTB = "00" AND CTB-SIT-ATIVO
                   GO TO GERA-ITEM1.
       GERA-ITEM-SEMCONTA.
                ADD 1 TO W-CONT-SEMCONTA
                MOVE W-PARM-TIPO  TO LSC-TIPO
                MOVE W-GI-ITEM    TO LSC-ITEM
                MOVE W-GI-RUBRICA TO LSC-RUBRICA
                MOVE FH-MATRICULA TO LSC-MATRICULA
                MOVE W-GI-VALOR   TO LSC-VALOR
                MOVE LINHA-SEMCONTA TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                GO TO GERA-ITEM-FIM.
       GERA-ITEM1.
                MOVE "S" TO W-GI-ACHOU
                MOVE W-CC          TO WK-CC
                MOVE CTB-HISTORICO TO WK-HISTORICO
                MOVE W-GI-VALOR    TO WK-VALOR
                IF CTB-CONTA-DEB NOT = SPACES
                   MOVE "D"           TO WK-NATUREZA
                   MOVE CTB-CONTA-DEB TO WK-CONTA
                   ADD W-GI-VALOR TO W-TOT-DEB
                   RELEASE WORK-REC.
                IF CTB-CONTA-CRED NOT = SPACES
                   MOVE "C"            TO WK-NATUREZA
                   MOVE CTB-CONTA-CRED TO WK-CONTA
                   ADD W-GI-VALOR TO W-TOT-CRED
                   RELEASE WORK-REC.
       GERA-ITEM-FIM.
                EXIT.
      *
      *****************************************
      * SOMA POR CENTRO/NATUREZA/CONTA/        *
      * HISTORICO, IMPRIME E, SE O LOTE FECHA, *
      * GRAVA O LANCCONTAB.TXT                 *
      *****************************************
       GRAVA-LOTE.
                MOVE "N" TO W-EXPORTA
                IF W-CONT-LIDAS > ZEROS AND W-CONT-SEMCONTA = ZEROS
                   AND W-TOT-DEB = W-TOT-CRED
                   MOVE "S" TO W-EXPORTA.
                IF W-CONT-LIDAS = ZEROS
                   MOVE LINHA-VAZIO TO LINHA-REL
                   PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                   GO TO GRAVA-LOTE-FIM.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB2 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                IF W-EXPORTA = "S"
                   OPEN OUTPUT LANCCONTAB
                   MOVE W-PARM-ANOMES TO JH-ANOMES
                   MOVE W-PARM-TIPO   TO JH-TIPO
                   MOVE W-HOJE        TO JH-DATA
                   WRITE LINHA-LANC FROM LANC-HEADER.
       GRAVA-LOTE1.
                RETURN WORK-FILE
                   AT END
                      GO TO GRAVA-LOTE2.
                IF W-PRIMEIRO = "S"
                   MOVE "N" TO W-PRIMEIRO
                   MOVE WK-CC        TO W-GRP-CC
                   MOVE WK-NATUREZA  TO W-GRP-NATUREZA
                   MOVE WK-CONTA     TO W-GRP-CONTA
                   MOVE WK-HISTORICO TO W-GRP-HISTORICO
                   MOVE ZEROS TO W-GRP-VALOR
                ELSE
                   IF WK-CC NOT = W-GRP-CC
                      OR WK-NATUREZA NOT = W-GRP-NATUREZA
                      OR WK-CONTA NOT = W-GRP-CONTA
                      OR WK-HISTORICO NOT = W-GRP-HISTORICO
                      PERFORM EMITE-LANC THRU EMITE-LANC-FIM
                      IF WK-CC NOT = W-GRP-CC
                         PERFORM QUEBRA-CC THRU QUEBRA-CC-FIM.
                MOVE WK-CC        TO W-GRP-CC
                MOVE WK-NATUREZA  TO W-GRP-NATUREZA
                MOVE WK-CONTA     TO W-GRP-CONTA
                MOVE WK-HISTORICO TO W-GRP-HISTORICO
                ADD WK-VALOR TO W-GRP-VALOR
                GO TO GRAVA-LOTE1.
       GRAVA-LOTE2.
                IF W-PRIMEIRO = "S"
                   GO TO GRAVA-LOTE3.
                PERFORM EMITE-LANC THRU EMITE-LANC-FIM
                PERFORM QUEBRA-CC THRU QUEBRA-CC-FIM.
       GRAVA-LOTE3.
                IF W-EXPORTA NOT = "S"
                   GO TO GRAVA-LOTE-FIM.
                MOVE W-CONT-LANC TO JT-QTD
                MOVE W-TOT-DEB   TO JT-DEB
                MOVE W-TOT-CRED  TO JT-CRED
                WRITE LINHA-LANC FROM LANC-TRAILER
                CLOSE LANCCONTAB
                PERFORM GRAVA-CONTROLE THRU GRAVA-CONTROLE-FIM.
       GRAVA-LOTE-FIM.
                EXIT.
      *
       EMITE-LANC.
                ADD 1 TO W-CONT-LANC
                MOVE W-GRP-CC        TO LD-CC
                MOVE W-GRP-NATUREZA  TO LD-NATUREZA
                MOVE W-GRP-CONTA     TO LD-CONTA
                MOVE W-GRP-HISTORICO TO LD-HISTORICO
                MOVE ZEROS TO LD-DEBITO LD-CREDITO
                IF W-GRP-NATUREZA = "D"
                   MOVE W-GRP-VALOR TO LD-DEBITO
                   ADD W-GRP-VALOR TO W-CC-DEB
                ELSE
                   MOVE W-GRP-VALOR TO LD-CREDITO
                   ADD W-GRP-VALOR TO W-CC-CRED.
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                IF W-EXPORTA = "S"
                   MOVE W-CONT-LANC     TO JD-SEQ
                   MOVE W-DATA-LANC-NUM TO JD-DATA
                   MOVE W-GRP-NATUREZA  TO JD-NATUREZA
                   MOVE W-GRP-CONTA     TO JD-CONTA
                   MOVE W-GRP-CC        TO JD-CC
                   MOVE W-GRP-VALOR     TO JD-VALOR
                   MOVE W-GRP-HISTORICO TO JD-HISTORICO
                   MOVE W-PARM-ANOMES   TO JD-ANOMES
                   MOVE W-PARM-TIPO     TO JD-TIPO
                   WRITE LINHA-LANC FROM LANC-DETALHE.
                MOVE ZEROS TO W-GRP-VALOR.
       EMITE-LANC-FIM.
                EXIT.
      *
       QUEBRA-CC.
                MOVE W-GRP-CC  TO LS-CC
                MOVE W-CC-DEB  TO LS-DEBITO
                MOVE W-CC-CRED TO LS-CREDITO
                MOVE LINHA-SUBTOT TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE ZEROS TO W-CC-DEB W-CC-CRED.
       QUEBRA-CC-FIM.
                EXIT.
      *
      *****************************************
      * REGISTRA O LOTE EXPORTADO NO CADEXPCTB *
      *****************************************
       GRAVA-CONTROLE.
                MOVE W-PARM-ANOMES TO EXP-ANOMES
                MOVE W-PARM-TIPO   TO EXP-TIPO
                READ CADEXPCTB
                IF ST-EXP NOT = "00"
                   MOVE W-PARM-ANOMES TO EXP-ANOMES
                   MOVE W-PARM-TIPO   TO EXP-TIPO
                   MOVE ZEROS  TO EXP-VEZES
                   MOVE SPACES TO EXP-OPERADOR.
                MOVE W-HOJE      TO EXP-DATA
                MOVE W-CONT-LANC TO EXP-QTD-LANC
                MOVE W-TOT-DEB   TO EXP-TOT-DEB
                MOVE W-TOT-CRED  TO EXP-TOT-CRED
                ADD 1 TO EXP-VEZES
                IF W-JA-EXPORTADO = "S"
                   MOVE W-PARM-OPERADOR TO EXP-OPERADOR
                   REWRITE REGEXPCTB
                ELSE
                   WRITE REGEXPCTB.
                IF ST-EXP NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DO CADEXPCTB: " ST-EXP.
       GRAVA-CONTROLE-FIM.
                EXIT.
      *
       TOTAIS.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-TOT-DEB  TO LT-DEBITO
                MOVE W-TOT-CRED TO LT-CREDITO
                MOVE LINHA-TOTAL TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-LIDAS TO LT1-QTD
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-LANC TO LT2-QTD
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-SEMCONTA TO LT3-QTD
                MOVE LINHA-TOT3 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                COMPUTE W-DIFERENCA = W-TOT-DEB - W-TOT-CRED
                MOVE W-DIFERENCA TO LT4-VALOR
                MOVE LINHA-TOT4 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                IF W-EXPORTA = "S"
                   MOVE LINHA-EXPORTADO TO LINHA-REL
                ELSE
                   MOVE LINHA-RECUSADO TO LINHA-REL
                   DISPLAY "LOTE " W-PARM-ANOMES " " W-PARM-TIPO
                           " NAO EXPORTADO - VER O REGISTRO".
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM.
       TOTAIS-FIM.
                EXIT.
      *
       FECHA-ARQUIVOS.
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                CLOSE FOLHAHIST CADEPTO CADCONTAB CADEXPCTB
                IF W-SEM-RUB = "N"
                   CLOSE FOLHARUB.
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
