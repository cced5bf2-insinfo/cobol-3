       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201805.
       AUTHOR. LEANDRO.
      **************************************************
      * MONITOR DE CRESCIMENTO E CAPACIDADE DOS ARQUIVOS *
      * DA JANELA NOTURNA. LE DE PONTA A PONTA OS CINCO  *
      * CADASTROS ORIGINAIS (CADCEP, CADEPTO, CADCARGO,  *
      * CADNOTA E AMIGOS) E O CADALUNO, CADNOTAMAT,      *
      * CADFALTA, CADMENS, CADFUNC, CADPONTO, FOLHAHIST, *
      * AUDITORIA E RELCAT, CONTANDO OS REGISTROS ATIVOS *
      * E OS EXCLUIDOS LOGICAMENTE E O TAMANHO DO        *
      * ARQUIVO EM KB, E GUARDA A CONTAGEM DO DIA NO     *
      * HISTORICO CRESCHIST.DAT. O RELATORIO MOSTRA O    *
      * CRESCIMENTO EM REGISTROS SOBRE A CONTAGEM        *
      * ANTERIOR E SOBRE A MAIS ANTIGA DOS ULTIMOS 30    *
      * DIAS. CARTOES SYSIN: HORIZONTE DE PROJECAO EM    *
      * DIAS (ZEROS = 30) E, A SEGUIR, UM CARTAO POR     *
      * ARQUIVO COM LIMITE (NOME NAS COLUNAS 1-10,       *
      * LIMITE EM KB NAS COLUNAS 11-19), TERMINANDO NO   *
      * CARTAO FIM OU NO FIM DO SYSIN; ARQUIVO SEM       *
      * CARTAO NAO TEM LIMITE. QUANDO O ARQUIVO PASSOU   *
      * DO LIMITE, OU VAI PASSAR DENTRO DO HORIZONTE NO  *
      * RITMO DE CRESCIMENTO DOS ULTIMOS 30 DIAS, GRAVA  *
      * UMA LINHA DE ALERTA (EVENTO A) NO RUNCTL.DAT,    *
      * QUE O P201667 LISTA NO RESUMO DA JANELA, E       *
      * TERMINA COM RETURN-CODE 4, PARA A OPERACAO       *
      * PROGRAMAR O EXPURGO OU A REALOCACAO A TEMPO. SAI *
      * PELO MODULO COMUM P201675.                       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CEP OF REGCEP
                    FILE STATUS  IS ST-ERRO.
       SELECT CADEPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CODIGO-EPTO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCARGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CODIGO-CARGO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADNOTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-NOTA
                    FILE STATUS  IS ST-ERRO.
       SELECT AMIGOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS ALU-RM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADNOTAMAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-NOTAMAT
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFALTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-FALTA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-MENS
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS FUN-MATRICULA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPONTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-PONTO
                    FILE STATUS  IS ST-ERRO.
       SELECT FOLHAHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-FOLHAHIST
                    FILE STATUS  IS ST-ERRO.
       SELECT AUDITORIA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT RELCAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS REP-SEQ
                    FILE STATUS  IS ST-ERRO.
       SELECT CRESCHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CRESC
                    FILE STATUS  IS ST-CRESC.
       SELECT RUNCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-RUNCTL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
           COPY CEPREC.
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
                03 CODIGO-PAI    PIC 9(03) VALUE ZEROS.
                03 FILLER        PIC X(36).
       FD CADCARGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARGO.DAT".
       01 REGCARGO.
                03 CODIGO-CARGO      PIC 9(03).
                03 DENOMINACAO-CARGO PIC X(15).
                03 TIPOSALARIO       PIC X(01).
                03 SALARIOBASE       PIC 9(06)V99.
                03 NIVELESCOLARIDADE PIC 9(01).
                03 SIT-REGISTRO-CARGO PIC X(01) VALUE "A".
                   88 SIT-ATIVO-CARGO     VALUE "A".
                   88 SIT-EXCLUIDO-CARGO  VALUE "E".
                03 CODIGO-DEPTO      PIC 9(03) VALUE ZEROS.
                03 FILLER            PIC X(27).
       FD CADNOTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTA.DAT".
           COPY NOTAREC.
       FD AMIGOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AMIGOS.DAT".
           COPY AMIGOREC.
       FD CADALUNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALUNO.DAT".
           COPY ALUNOREC.
       FD CADNOTAMAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTAMAT.DAT".
           COPY NOTAMATREC.
       FD CADFALTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFALTA.DAT".
           COPY FALTAREC.
       FD CADMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
           COPY MENSREC.
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
           COPY FUNCREC.
       FD CADPONTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPONTO.DAT".
           COPY PONTOREC.
       FD FOLHAHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAHIST.DAT".
           COPY FOLHAHISTREC.
       FD AUDITORIA
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
           COPY AUDITREC.
       FD RELCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCAT.DAT".
           COPY RELCATREC.
       FD CRESCHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CRESCHIST.DAT".
           COPY CRESCREC.
       FD RUNCTL
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "RUNCTL.DAT".
           COPY RUNCTLREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "MONITOR DE CRESCIMENTO DOS ARQUIVOS".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201805".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201805".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 ST-CRESC          PIC X(02) VALUE "00".
       77 ST-RUNCTL         PIC X(02) VALUE "00".
       77 W-ST-ABERTURA     PIC X(02) VALUE "00".
       77 W-PARM-DIAS       PIC 9(03) VALUE ZEROS.
       77 W-HOJE-NUM        PIC 9(08) VALUE ZEROS.
       77 W-HOJE-SERIAL     PIC 9(08) VALUE ZEROS.
       77 W-CORTE-SERIAL    PIC 9(08) VALUE ZEROS.
       77 W-DATA-SERIAL     PIC 9(08) VALUE ZEROS.
       77 W-ARQ-NOME        PIC X(10) VALUE SPACES.
       77 W-ARQ-TAMANHO     PIC 9(04) VALUE ZEROS.
       77 W-CONT-REG        PIC 9(09) VALUE ZEROS.
       77 W-CONT-ATIVOS     PIC 9(09) VALUE ZEROS.
       77 W-CONT-EXCL       PIC 9(09) VALUE ZEROS.
       77 W-KBYTES          PIC 9(09) VALUE ZEROS.
       77 W-LIMITE          PIC 9(09) VALUE ZEROS.
       77 W-ANT-ACHOU       PIC X(01) VALUE "N".
       77 W-ANT-REGISTROS   PIC 9(09) VALUE ZEROS.
       77 W-B30-ACHOU       PIC X(01) VALUE "N".
       77 W-B30-REGISTROS   PIC 9(09) VALUE ZEROS.
       77 W-B30-KBYTES      PIC 9(09) VALUE ZEROS.
       77 W-B30-SERIAL      PIC 9(08) VALUE ZEROS.
       77 W-DELTA           PIC S9(09) VALUE ZEROS.
       77 W-TAXA            PIC 9(09)V99 VALUE ZEROS.
       77 W-DIAS-PREV       PIC 9(07) VALUE ZEROS.
       77 W-OCUPACAO        PIC 9(04) VALUE ZEROS.
       77 W-ALERTA          PIC X(01) VALUE "N".
       77 W-ACHOU           PIC X(01) VALUE "N".
       77 W-CONT-ARQUIVOS   PIC 9(05) VALUE ZEROS.
       77 W-CONT-ALERTAS    PIC 9(05) VALUE ZEROS.
       77 W-QTD-LIMITE      PIC 9(02) COMP VALUE ZEROS.
       77 W-IND             PIC 9(02) COMP VALUE ZEROS.
       01 W-HOJE.
                03 W-ANO-ATUAL     PIC 9(04).
                03 W-MES-ATUAL     PIC 9(02).
                03 W-DIA-ATUAL     PIC 9(02).
       01 W-AGORA.
                03 W-HH-ATUAL      PIC 9(02).
                03 W-MM-ATUAL      PIC 9(02).
                03 W-SS-ATUAL      PIC 9(02).
                03 W-CS-ATUAL      PIC 9(02).
       01 W-DATA-TRAB.
                03 W-DT-ANO      PIC 9(04).
                03 W-DT-MES      PIC 9(02).
                03 W-DT-DIA      PIC 9(02).
      *
      * DIAS ACUMULADOS NO INICIO DE CADA MES (ANO NAO BISSEXTO) -
      * BASTA PARA MEDIR A JANELA DE 30 DIAS E O RITMO POR DIA
      *
       01 TABELA-MESES.
                03 FILLER PIC X(36) VALUE
                   "000031059090120151181212243273304334".
       01 TABELA-MESES-R REDEFINES TABELA-MESES.
                03 TAB-DIAS-MES OCCURS 12 TIMES PIC 9(03).
      *
      * ARQUIVOS MONITORADOS - O CARTAO DE LIMITE TEM DE CITAR UM
      * DESTES NOMES
      *
       01 TABELA-NOMES.
                03 FILLER PIC X(50) VALUE
           "CADCEP    CADEPTO   CADCARGO  CADNOTA   AMIGOS    ".
                03 FILLER PIC X(50) VALUE
           "CADALUNO  CADNOTAMATCADFALTA  CADMENS   CADFUNC   ".
                03 FILLER PIC X(40) VALUE
           "CADPONTO  FOLHAHIST AUDITORIA RELCAT    ".
       01 TABELA-NOMES-R REDEFINES TABELA-NOMES.
                03 TAB-NOME OCCURS 14 TIMES PIC X(10).
       01 W-CARTAO.
                03 W-CAR-ARQUIVO   PIC X(10).
                03 W-CAR-LIMITE    PIC 9(09).
                03 FILLER          PIC X(61).
       01 TABELA-LIMITE.
                03 LIM-ITEM OCCURS 14 TIMES.
                   05 LIM-ARQUIVO   PIC X(10).
                   05 LIM-KBYTES    PIC 9(09).
       01 LINHA-PARM.
                03 FILLER        PIC X(32)
                    VALUE "HORIZONTE DE PROJECAO (DIAS)..: ".
                03 LP-DIAS       PIC ZZ9.
       01 LINHA-CAB1.
                03 FILLER        PIC X(11) VALUE "ARQUIVO".
                03 FILLER        PIC X(10) VALUE "REGISTROS".
                03 FILLER        PIC X(10) VALUE "   ATIVOS".
                03 FILLER        PIC X(10) VALUE "EXCLUIDOS".
                03 FILLER        PIC X(10) VALUE "       KB".
                03 FILLER        PIC X(11) VALUE "   VAR.DIA".
                03 FILLER        PIC X(11) VALUE "   VAR.30D".
                03 FILLER        PIC X(10) VALUE "LIMITE KB".
                03 FILLER        PIC X(05) VALUE "OCUP%".
                03 FILLER        PIC X(08) VALUE "   DIAS".
                03 FILLER        PIC X(08) VALUE "SITUACAO".
       01 LINHA-DET.
                03 LD-ARQUIVO    PIC X(10).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-REGISTROS  PIC ZZZZZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-ATIVOS     PIC ZZZZZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-EXCLUIDOS  PIC ZZZZZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-KBYTES     PIC ZZZZZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-VAR-DIA    PIC -ZZZZZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-VAR-30     PIC -ZZZZZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-LIMITE     PIC ZZZZZZZZZ.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-OCUPACAO   PIC ZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-DIAS-PREV  PIC ZZZZZZZ.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-SITUACAO   PIC X(28).
                03 LD-STATUS     PIC X(02).
       01 LINHA-TOT1.
                03 FILLER        PIC X(32)
                    VALUE "ARQUIVOS MONITORADOS..........: ".
                03 LT1-QTD       PIC ZZZZ9.
       01 LINHA-TOT2.
                03 FILLER        PIC X(32)
                    VALUE "ALERTAS GRAVADOS NO RUNCTL....: ".
                03 LT2-QTD       PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                PERFORM ACEITA-PARM THRU ACEITA-PARM-FIM
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE TO W-HOJE-NUM
                MOVE W-HOJE TO W-DATA-TRAB
                PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
                MOVE W-DATA-SERIAL TO W-HOJE-SERIAL
                COMPUTE W-CORTE-SERIAL = W-HOJE-SERIAL - 30
                OPEN I-O CRESCHIST
                IF ST-CRESC NOT = "00"
                   IF ST-CRESC = "30" OR "35"
                      OPEN OUTPUT CRESCHIST
                      CLOSE CRESCHIST
                      OPEN I-O CRESCHIST
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO CRESCHIST: "
                                                        ST-CRESC
                      MOVE 8 TO RETURN-CODE
                      STOP RUN.
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE W-PARM-DIAS TO LP-DIAS
                MOVE LINHA-PARM TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                PERFORM CONTA-CADCEP THRU CONTA-CADCEP-FIM
                PERFORM CONTA-CADEPTO THRU CONTA-CADEPTO-FIM
                PERFORM CONTA-CADCARGO THRU CONTA-CADCARGO-FIM
                PERFORM CONTA-CADNOTA THRU CONTA-CADNOTA-FIM
                PERFORM CONTA-AMIGOS THRU CONTA-AMIGOS-FIM
                PERFORM CONTA-CADALUNO THRU CONTA-CADALUNO-FIM
                PERFORM CONTA-CADNOTAMAT THRU CONTA-CADNOTAMAT-FIM
                PERFORM CONTA-CADFALTA THRU CONTA-CADFALTA-FIM
                PERFORM CONTA-CADMENS THRU CONTA-CADMENS-FIM
                PERFORM CONTA-CADFUNC THRU CONTA-CADFUNC-FIM
                PERFORM CONTA-CADPONTO THRU CONTA-CADPONTO-FIM
                PERFORM CONTA-FOLHAHIST THRU CONTA-FOLHAHIST-FIM
                PERFORM CONTA-AUDITORIA THRU CONTA-AUDITORIA-FIM
                PERFORM CONTA-RELCAT THRU CONTA-RELCAT-FIM
                CLOSE CRESCHIST
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-ARQUIVOS TO LT1-QTD
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-ALERTAS TO LT2-QTD
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE "F" TO W-RC-EVENTO
                MOVE W-CONT-ARQUIVOS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                IF W-CONT-ALERTAS NOT = ZEROS
                   MOVE 4 TO RETURN-CODE.
                STOP RUN.
      *
      *****************************************
      * CARTOES: HORIZONTE DA PROJECAO E OS    *
      * LIMITES POR ARQUIVO ATE O CARTAO FIM   *
      *****************************************
       ACEITA-PARM.
                ACCEPT W-PARM-DIAS
                IF W-PARM-DIAS NOT NUMERIC
                   DISPLAY "HORIZONTE DE PROJECAO INVALIDO: "
                                                     W-PARM-DIAS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                IF W-PARM-DIAS = ZEROS
                   MOVE 30 TO W-PARM-DIAS.
       ACEITA-PARM1.
                MOVE SPACES TO W-CARTAO
                ACCEPT W-CARTAO
                IF W-CAR-ARQUIVO = SPACES OR "FIM"
                   GO TO ACEITA-PARM-FIM.
                MOVE "N" TO W-ACHOU
                PERFORM BUSCA-NOME THRU BUSCA-NOME-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > 14 OR W-ACHOU = "S"
                IF W-ACHOU = "N" OR W-CAR-LIMITE NOT NUMERIC
                   OR W-QTD-LIMITE NOT < 14
                   DISPLAY "CARTAO DE LIMITE INVALIDO: " W-CARTAO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                ADD 1 TO W-QTD-LIMITE
                MOVE W-CAR-ARQUIVO TO LIM-ARQUIVO (W-QTD-LIMITE)
                MOVE W-CAR-LIMITE  TO LIM-KBYTES (W-QTD-LIMITE)
                GO TO ACEITA-PARM1.
       ACEITA-PARM-FIM.
                EXIT.
      *
       BUSCA-NOME.
                IF TAB-NOME (W-IND) = W-CAR-ARQUIVO
                   MOVE "S" TO W-ACHOU.
       BUSCA-NOME-FIM.
                EXIT.
      *
      *****************************************
      * DIA SERIAL APROXIMADO (ANO X 365 +     *
      * BISSEXTOS + MES + DIA) - SUFICIENTE    *
      * PARA A JANELA DE 30 DIAS               *
      *****************************************
       CALC-SERIAL.
                COMPUTE W-DATA-SERIAL = (W-DT-ANO * 365)
                        + (W-DT-ANO / 4)
                        + TAB-DIAS-MES (W-DT-MES)
                        + W-DT-DIA.
       CALC-SERIAL-FIM.
                EXIT.
      *
       ZERA-CONTADORES.
                MOVE ZEROS TO W-CONT-REG W-CONT-ATIVOS W-CONT-EXCL.
       ZERA-CONTADORES-FIM.
                EXIT.
      *
      *****************************************
      * CONTAGEM DE CADA ARQUIVO, DE PONTA A   *
      * PONTA, NA ORDEM DA CHAVE PRIMARIA      *
      *****************************************
       CONTA-CADCEP.
                MOVE "CADCEP" TO W-ARQ-NOME
                MOVE 135 TO W-ARQ-TAMANHO
                PERFORM ZERA-CONTADORES THRU ZERA-CONTADORES-FIM
                OPEN INPUT CADCEP
                MOVE ST-ERRO TO W-ST-ABERTURA
                IF ST-ERRO NOT = "00"
                   GO TO CONTA-CADCEP2.
       CONTA-CADCEP1.
                READ CADCEP NEXT RECORD
                   AT END
                      CLOSE CADCEP
                      GO TO CONTA-CADCEP2.
                ADD 1 TO W-CONT-REG
                IF SIT-EXCLUIDO OF REGCEP
                   ADD 1 TO W-CONT-EXCL
                ELSE
                   ADD 1 TO W-CONT-ATIVOS.
                GO TO CONTA-CADCEP1.
       CONTA-CADCEP2.
                PERFORM REGISTRA THRU REGISTRA-FIM.
       CONTA-CADCEP-FIM.
                EXIT.
      *
       CONTA-CADEPTO.
                MOVE "CADEPTO" TO W-ARQ-NOME
                MOVE 59 TO W-ARQ-TAMANHO
                PERFORM ZERA-CONTADORES THRU ZERA-CONTADORES-FIM
                OPEN INPUT CADEPTO
                MOVE ST-ERRO TO W-ST-ABERTURA
                IF ST-ERRO NOT = "00"
                   GO TO CONTA-CADEPTO2.
       CONTA-CADEPTO1.
                READ CADEPTO NEXT RECORD
                   AT END
                      CLOSE CADEPTO
                      GO TO CONTA-CADEPTO2.
                ADD 1 TO W-CONT-REG
                IF SIT-EXCLUIDO-EPTO
                   ADD 1 TO W-CONT-EXCL
                ELSE
                   ADD 1 TO W-CONT-ATIVOS.
                GO TO CONTA-CADEPTO1.
       CONTA-CADEPTO2.
                PERFORM REGISTRA THRU REGISTRA-FIM.
       CONTA-CADEPTO-FIM.
                EXIT.
      *
       CONTA-CADCARGO.
                MOVE "CADCARGO" TO W-ARQ-NOME
                MOVE 59 TO W-ARQ-TAMANHO
                PERFORM ZERA-CONTADORES THRU ZERA-CONTADORES-FIM
                OPEN INPUT CADCARGO
                MOVE ST-ERRO TO W-ST-ABERTURA
                IF ST-ERRO NOT = "00"
                   GO TO CONTA-CADCARGO2.
       CONTA-CADCARGO1.
                READ CADCARGO NEXT RECORD
                   AT END
                      CLOSE CADCARGO
                      GO TO CONTA-CADCARGO2.
                ADD 1 TO W-CONT-REG
                IF SIT-EXCLUIDO-CARGO
                   ADD 1 TO W-CONT-EXCL
                ELSE
                   ADD 1 TO W-CONT-ATIVOS.
                GO TO CONTA-CADCARGO1.
       CONTA-CADCARGO2.
                PERFORM REGISTRA THRU REGISTRA-FIM.
       CONTA-CADCARGO-FIM.
                EXIT.
      *
       CONTA-CADNOTA.
                MOVE "CADNOTA" TO W-ARQ-NOME
                MOVE 99 TO W-ARQ-TAMANHO
                PERFORM ZERA-CONTADORES THRU ZERA-CONTADORES-FIM
                OPEN INPUT CADNOTA
                MOVE ST-ERRO TO W-ST-ABERTURA
                IF ST-ERRO NOT = "00"
                   GO TO CONTA-CADNOTA2.
       CONTA-CADNOTA1.
                READ CADNOTA NEXT RECORD
                   AT END
                      CLOSE CADNOTA
                      GO TO CONTA-CADNOTA2.
                ADD 1 TO W-CONT-REG
                IF SIT-EXCLUIDO OF REGNOTA
                   ADD 1 TO W-CONT-EXCL
                ELSE
                   ADD 1 TO W-CONT-ATIVOS.
                GO TO CONTA-CADNOTA1.
       CONTA-CADNOTA2.
                PERFORM REGISTRA THRU REGISTRA-FIM.
       CONTA-CADNOTA-FIM.
                EXIT.
      *
       CONTA-AMIGOS.
                MOVE "AMIGOS" TO W-ARQ-NOME
                MOVE 192 TO W-ARQ-TAMANHO
                PERFORM ZERA-CONTADORES THRU ZERA-CONTADORES-FIM
                OPEN INPUT AMIGOS
                MOVE ST-ERRO TO W-ST-ABERTURA
                IF ST-ERRO NOT = "00"
                   GO TO CONTA-AMIGOS2.
       CONTA-AMIGOS1.
                READ AMIGOS NEXT RECORD
                   AT END
                      CLOSE AMIGOS
                      GO TO CONTA-AMIGOS2.
                ADD 1 TO W-CONT-REG
                IF SIT-EXCLUIDO OF REGCLI
                   ADD 1 TO W-CONT-EXCL
                ELSE
                   ADD 1 TO W-CONT-ATIVOS.
                GO TO CONTA-AMIGOS1.
       CONTA-AMIGOS2.
                PERFORM REGISTRA THRU REGISTRA-FIM.
       CONTA-AMIGOS-FIM.
                EXIT.
      *
       CONTA-CADALUNO.
                MOVE "CADALUNO" TO W-ARQ-NOME
                MOVE 300 TO W-ARQ-TAMANHO
                PERFORM ZERA-CONTADORES THRU ZERA-CONTADORES-FIM
                OPEN INPUT CADALUNO
                MOVE ST-ERRO TO W-ST-ABERTURA
                IF ST-ERRO NOT = "00"
                   GO TO CONTA-CADALUNO2.
       CONTA-CADALUNO1.
                READ CADALUNO NEXT RECORD
                   AT END
                      CLOSE CADALUNO
                      GO TO CONTA-CADALUNO2.
                ADD 1 TO W-CONT-REG
                IF ALU-SIT-EXCLUIDO
                   ADD 1 TO W-CONT-EXCL
                ELSE
                   ADD 1 TO W-CONT-ATIVOS.
                GO TO CONTA-CADALUNO1.
       CONTA-CADALUNO2.
                PERFORM REGISTRA THRU REGISTRA-FIM.
       CONTA-CADALUNO-FIM.
                EXIT.
      *
       CONTA-CADNOTAMAT.
                MOVE "CADNOTAMAT" TO W-ARQ-NOME
                MOVE 50 TO W-ARQ-TAMANHO
                PERFORM ZERA-CONTADORES THRU ZERA-CONTADORES-FIM
                OPEN INPUT CADNOTAMAT
                MOVE ST-ERRO TO W-ST-ABERTURA
                IF ST-ERRO NOT = "00"
                   GO TO CONTA-CADNOTAMAT2.
       CONTA-CADNOTAMAT1.
                READ CADNOTAMAT NEXT RECORD
                   AT END
                      CLOSE CADNOTAMAT
                      GO TO CONTA-CADNOTAMAT2.
                ADD 1 TO W-CONT-REG
                IF NM-SIT-EXCLUIDO
                   ADD 1 TO W-CONT-EXCL
                ELSE
                   ADD 1 TO W-CONT-ATIVOS.
                GO TO CONTA-CADNOTAMAT1.
       CONTA-CADNOTAMAT2.
                PERFORM REGISTRA THRU REGISTRA-FIM.
       CONTA-CADNOTAMAT-FIM.
                EXIT.
      *
       CONTA-CADFALTA.
                MOVE "CADFALTA" TO W-ARQ-NOME
                MOVE 42 TO W-ARQ-TAMANHO
                PERFORM ZERA-CONTADORES THRU ZERA-CONTADORES-FIM
                OPEN INPUT CADFALTA
                MOVE ST-ERRO TO W-ST-ABERTURA
                IF ST-ERRO NOT = "00"
                   GO TO CONTA-CADFALTA2.
       CONTA-CADFALTA1.
                READ CADFALTA NEXT RECORD
                   AT END
                      CLOSE CADFALTA
                      GO TO CONTA-CADFALTA2.
                ADD 1 TO W-CONT-REG
                ADD 1 TO W-CONT-ATIVOS
                GO TO CONTA-CADFALTA1.
       CONTA-CADFALTA2.
                PERFORM REGISTRA THRU REGISTRA-FIM.
       CONTA-CADFALTA-FIM.
                EXIT.
      *
       CONTA-CADMENS.
                MOVE "CADMENS" TO W-ARQ-NOME
                MOVE 100 TO W-ARQ-TAMANHO
                PERFORM ZERA-CONTADORES THRU ZERA-CONTADORES-FIM
                OPEN INPUT CADMENS
                MOVE ST-ERRO TO W-ST-ABERTURA
                IF ST-ERRO NOT = "00"
                   GO TO CONTA-CADMENS2.
       CONTA-CADMENS1.
                READ CADMENS NEXT RECORD
                   AT END
                      CLOSE CADMENS
                      GO TO CONTA-CADMENS2.
                ADD 1 TO W-CONT-REG
                ADD 1 TO W-CONT-ATIVOS
                GO TO CONTA-CADMENS1.
       CONTA-CADMENS2.
                PERFORM REGISTRA THRU REGISTRA-FIM.
       CONTA-CADMENS-FIM.
                EXIT.
      *
       CONTA-CADFUNC.
                MOVE "CADFUNC" TO W-ARQ-NOME
                MOVE 190 TO W-ARQ-TAMANHO
                PERFORM ZERA-CONTADORES THRU ZERA-CONTADORES-FIM
                OPEN INPUT CADFUNC
                MOVE ST-ERRO TO W-ST-ABERTURA
                IF ST-ERRO NOT = "00"
                   GO TO CONTA-CADFUNC2.
       CONTA-CADFUNC1.
                READ CADFUNC NEXT RECORD
                   AT END
                      CLOSE CADFUNC
                      GO TO CONTA-CADFUNC2.
                ADD 1 TO W-CONT-REG
                IF FUN-SIT-EXCLUIDO
                   ADD 1 TO W-CONT-EXCL
                ELSE
                   ADD 1 TO W-CONT-ATIVOS.
                GO TO CONTA-CADFUNC1.
       CONTA-CADFUNC2.
                PERFORM REGISTRA THRU REGISTRA-FIM.
       CONTA-CADFUNC-FIM.
                EXIT.
      *
       CONTA-CADPONTO.
                MOVE "CADPONTO" TO W-ARQ-NOME
                MOVE 30 TO W-ARQ-TAMANHO
                PERFORM ZERA-CONTADORES THRU ZERA-CONTADORES-FIM
                OPEN INPUT CADPONTO
                MOVE ST-ERRO TO W-ST-ABERTURA
                IF ST-ERRO NOT = "00"
                   GO TO CONTA-CADPONTO2.
       CONTA-CADPONTO1.
                READ CADPONTO NEXT RECORD
                   AT END
                      CLOSE CADPONTO
                      GO TO CONTA-CADPONTO2.
                ADD 1 TO W-CONT-REG
                ADD 1 TO W-CONT-ATIVOS
                GO TO CONTA-CADPONTO1.
       CONTA-CADPONTO2.
                PERFORM REGISTRA THRU REGISTRA-FIM.
       CONTA-CADPONTO-FIM.
                EXIT.
      *
       CONTA-FOLHAHIST.
                MOVE "FOLHAHIST" TO W-ARQ-NOME
                MOVE 80 TO W-ARQ-TAMANHO
                PERFORM ZERA-CONTADORES THRU ZERA-CONTADORES-FIM
                OPEN INPUT FOLHAHIST
                MOVE ST-ERRO TO W-ST-ABERTURA
                IF ST-ERRO NOT = "00"
                   GO TO CONTA-FOLHAHIST2.
       CONTA-FOLHAHIST1.
                READ FOLHAHIST NEXT RECORD
                   AT END
                      CLOSE FOLHAHIST
                      GO TO CONTA-FOLHAHIST2.
                ADD 1 TO W-CONT-REG
                ADD 1 TO W-CONT-ATIVOS
                GO TO CONTA-FOLHAHIST1.
       CONTA-FOLHAHIST2.
                PERFORM REGISTRA THRU REGISTRA-FIM.
       CONTA-FOLHAHIST-FIM.
                EXIT.
      *
       CONTA-AUDITORIA.
                MOVE "AUDITORIA" TO W-ARQ-NOME
                MOVE 460 TO W-ARQ-TAMANHO
                PERFORM ZERA-CONTADORES THRU ZERA-CONTADORES-FIM
                OPEN INPUT AUDITORIA
                MOVE ST-ERRO TO W-ST-ABERTURA
                IF ST-ERRO NOT = "00"
                   GO TO CONTA-AUDITORIA2.
       CONTA-AUDITORIA1.
                READ AUDITORIA
                   AT END
                      CLOSE AUDITORIA
                      GO TO CONTA-AUDITORIA2.
                ADD 1 TO W-CONT-REG
                ADD 1 TO W-CONT-ATIVOS
                GO TO CONTA-AUDITORIA1.
       CONTA-AUDITORIA2.
                PERFORM REGISTRA THRU REGISTRA-FIM.
       CONTA-AUDITORIA-FIM.
                EXIT.
      *
       CONTA-RELCAT.
                MOVE "RELCAT" TO W-ARQ-NOME
                MOVE 82 TO W-ARQ-TAMANHO
                PERFORM ZERA-CONTADORES THRU ZERA-CONTADORES-FIM
                OPEN INPUT RELCAT
                MOVE ST-ERRO TO W-ST-ABERTURA
                IF ST-ERRO NOT = "00"
                   GO TO CONTA-RELCAT2.
       CONTA-RELCAT1.
                READ RELCAT NEXT RECORD
                   AT END
                      CLOSE RELCAT
                      GO TO CONTA-RELCAT2.
                ADD 1 TO W-CONT-REG
                IF REP-EXPURGADO
                   ADD 1 TO W-CONT-EXCL
                ELSE
                   ADD 1 TO W-CONT-ATIVOS.
                GO TO CONTA-RELCAT1.
       CONTA-RELCAT2.
                PERFORM REGISTRA THRU REGISTRA-FIM.
       CONTA-RELCAT-FIM.
                EXIT.
      *
      *****************************************
      * TAMANHO, HISTORICO, LIMITE E LINHA DO  *
      * RELATORIO DO ARQUIVO CONTADO           *
      *****************************************
       REGISTRA.
                ADD 1 TO W-CONT-ARQUIVOS
                MOVE SPACES TO LINHA-DET
                MOVE W-ARQ-NOME TO LD-ARQUIVO
                IF W-ST-ABERTURA NOT = "00"
                   MOVE "ARQUIVO NAO ABERTO - STATUS" TO LD-SITUACAO
                   MOVE W-ST-ABERTURA TO LD-STATUS
                   MOVE LINHA-DET TO LINHA-REL
                   PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                   GO TO REGISTRA-FIM.
                COMPUTE W-KBYTES ROUNDED =
                        W-CONT-REG * W-ARQ-TAMANHO / 1024
                MOVE ZEROS TO W-LIMITE
                PERFORM BUSCA-LIMITE THRU BUSCA-LIMITE-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > W-QTD-LIMITE
                PERFORM LE-HISTORICO THRU LE-HISTORICO-FIM
                PERFORM GRAVA-HISTORICO THRU GRAVA-HISTORICO-FIM
                PERFORM AVALIA-LIMITE THRU AVALIA-LIMITE-FIM
                PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM.
       REGISTRA-FIM.
                EXIT.
      *
       BUSCA-LIMITE.
                IF LIM-ARQUIVO (W-IND) = W-ARQ-NOME
                   MOVE LIM-KBYTES (W-IND) TO W-LIMITE.
       BUSCA-LIMITE-FIM.
                EXIT.
      *
      *****************************************
      * CONTAGEM ANTERIOR MAIS RECENTE E A     *
      * MAIS ANTIGA DOS ULTIMOS 30 DIAS        *
      *****************************************
       LE-HISTORICO.
                MOVE "N" TO W-ANT-ACHOU W-B30-ACHOU
                MOVE W-ARQ-NOME TO CRE-ARQUIVO
                MOVE ZEROS TO CRE-DATA
                START CRESCHIST KEY IS NOT < CHAVE-CRESC
                IF ST-CRESC NOT = "00"
                   GO TO LE-HISTORICO-FIM.
       LE-HISTORICO1.
                READ CRESCHIST NEXT RECORD
                   AT END
                      GO TO LE-HISTORICO-FIM.
                IF CRE-ARQUIVO NOT = W-ARQ-NOME
                   OR CRE-DATA NOT < W-HOJE-NUM
                   GO TO LE-HISTORICO-FIM.
                MOVE "S" TO W-ANT-ACHOU
                MOVE CRE-REGISTROS TO W-ANT-REGISTROS
                MOVE CRE-DATA TO W-DATA-TRAB
                PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
                IF W-B30-ACHOU = "N"
                   AND W-DATA-SERIAL NOT < W-CORTE-SERIAL
                   MOVE "S" TO W-B30-ACHOU
                   MOVE CRE-REGISTROS TO W-B30-REGISTROS
                   MOVE CRE-KBYTES    TO W-B30-KBYTES
                   MOVE W-DATA-SERIAL TO W-B30-SERIAL.
                GO TO LE-HISTORICO1.
       LE-HISTORICO-FIM.
                EXIT.
      *
       GRAVA-HISTORICO.
                MOVE SPACES TO REGCRESC
                MOVE W-ARQ-NOME    TO CRE-ARQUIVO
                MOVE W-HOJE-NUM    TO CRE-DATA
                MOVE W-CONT-REG    TO CRE-REGISTROS
                MOVE W-CONT-ATIVOS TO CRE-ATIVOS
                MOVE W-CONT-EXCL   TO CRE-EXCLUIDOS
                MOVE W-ARQ-TAMANHO TO CRE-TAMANHO
                MOVE W-KBYTES      TO CRE-KBYTES
                MOVE W-LIMITE      TO CRE-LIMITE
                WRITE REGCRESC
                IF ST-CRESC = "22"
                   REWRITE REGCRESC.
                IF ST-CRESC NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DO CRESCHIST: " ST-CRESC
                                                       " " W-ARQ-NOME.
       GRAVA-HISTORICO-FIM.
                EXIT.
      *
      *****************************************
      * LIMITE JA ULTRAPASSADO OU PREVISTO     *
      * DENTRO DO HORIZONTE, NO RITMO MEDIO    *
      * DIARIO DESDE A CONTAGEM MAIS ANTIGA    *
      * DOS ULTIMOS 30 DIAS                    *
      *****************************************
       AVALIA-LIMITE.
                MOVE "N" TO W-ALERTA
                MOVE ZEROS TO W-DIAS-PREV W-OCUPACAO
                IF W-LIMITE = ZEROS
                   GO TO AVALIA-LIMITE-FIM.
                COMPUTE W-OCUPACAO = W-KBYTES * 100 / W-LIMITE
                   ON SIZE ERROR
                      MOVE 9999 TO W-OCUPACAO.
                IF W-KBYTES NOT < W-LIMITE
                   GO TO AVALIA-LIMITE1.
                IF W-B30-ACHOU = "N"
                   OR W-KBYTES NOT > W-B30-KBYTES
                   GO TO AVALIA-LIMITE-FIM.
                COMPUTE W-TAXA = (W-KBYTES - W-B30-KBYTES)
                        / (W-HOJE-SERIAL - W-B30-SERIAL)
                IF W-TAXA = ZEROS
                   GO TO AVALIA-LIMITE-FIM.
                COMPUTE W-DIAS-PREV = (W-LIMITE - W-KBYTES) / W-TAXA
                   ON SIZE ERROR
                      GO TO AVALIA-LIMITE-FIM.
                IF W-DIAS-PREV = ZEROS
                   MOVE 1 TO W-DIAS-PREV.
                IF W-DIAS-PREV > W-PARM-DIAS
                   GO TO AVALIA-LIMITE-FIM.
       AVALIA-LIMITE1.
                MOVE "S" TO W-ALERTA
                PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM.
       AVALIA-LIMITE-FIM.
                EXIT.
      *
      *****************************************
      * LINHA DE ALERTA NO RUN-CONTROL, NOS    *
      * MOLDES DO P201666                      *
      *****************************************
       GRAVA-ALERTA.
                OPEN EXTEND RUNCTL
                IF ST-RUNCTL = "35"
                   OPEN OUTPUT RUNCTL
                   CLOSE RUNCTL
                   OPEN EXTEND RUNCTL.
                IF ST-RUNCTL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO RUNCTL: " ST-RUNCTL
                   GO TO GRAVA-ALERTA-FIM.
                ACCEPT W-AGORA FROM TIME
                MOVE W-ANO-ATUAL   TO RC-ANO
                MOVE W-MES-ATUAL   TO RC-MES
                MOVE W-DIA-ATUAL   TO RC-DIA
                MOVE W-HH-ATUAL    TO RC-HH
                MOVE W-MM-ATUAL    TO RC-MM
                MOVE W-SS-ATUAL    TO RC-SS
                MOVE W-RC-PROGRAMA TO RC-PROGRAMA
                MOVE "A"           TO RC-EVENTO
                MOVE W-DIAS-PREV   TO RC-CONTADOR
                MOVE W-ARQ-NOME    TO RC-ARQUIVO
                WRITE REGRUNCTL
                CLOSE RUNCTL
                ADD 1 TO W-CONT-ALERTAS.
       GRAVA-ALERTA-FIM.
                EXIT.
      *
       IMPRIME-DET.
                MOVE W-CONT-REG    TO LD-REGISTROS
                MOVE W-CONT-ATIVOS TO LD-ATIVOS
                MOVE W-CONT-EXCL   TO LD-EXCLUIDOS
                MOVE W-KBYTES      TO LD-KBYTES
                IF W-ANT-ACHOU = "S"
                   COMPUTE W-DELTA = W-CONT-REG - W-ANT-REGISTROS
                   MOVE W-DELTA TO LD-VAR-DIA.
                IF W-B30-ACHOU = "S"
                   COMPUTE W-DELTA = W-CONT-REG - W-B30-REGISTROS
                   MOVE W-DELTA TO LD-VAR-30.
                IF W-LIMITE NOT = ZEROS
                   MOVE W-LIMITE   TO LD-LIMITE
                   MOVE W-OCUPACAO TO LD-OCUPACAO
                   MOVE W-DIAS-PREV TO LD-DIAS-PREV.
                IF W-ALERTA = "S"
                   IF W-DIAS-PREV = ZEROS
                      MOVE "*LIMITE ULTRAPASSADO*" TO LD-SITUACAO
                   ELSE
                      MOVE "*LIMITE DENTRO DO HORIZONTE*"
                                                   TO LD-SITUACAO
                ELSE
                   IF W-ANT-ACHOU = "N"
                      MOVE "PRIMEIRA CONTAGEM" TO LD-SITUACAO
                   ELSE
                      MOVE "NORMAL" TO LD-SITUACAO.
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-DET-FIM.
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
