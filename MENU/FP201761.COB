       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201761.
       AUTHOR. LEANDRO.
      **************************************************
      * SAIDA DE ALUNO NO MEIO DO ANO LETIVO (CADSAIDA). *
      * A SECRETARIA INFORMA A MATRICULA (RM + TURMA +   *
      * ANO LETIVO DO CADNOTA), A DATA DA SAIDA, O       *
      * MOTIVO (T=TRANSFERIDO, D=DESISTENTE,             *
      * F=FALECIDO) E, NA TRANSFERENCIA, A ESCOLA DE     *
      * DESTINO. A GRAVACAO MARCA SAIDA-MOTIVO/          *
      * SAIDA-DATA NO CADNOTA (NOTAS E FALTAS FICAM      *
      * CONGELADAS NA DATA) E CANCELA ("C") AS           *
      * MENSALIDADES EM ABERTO DOS MESES SEGUINTES AO DA *
      * SAIDA. O ESTORNO, SO COM SUPERVISOR, DESFAZ TUDO *
      * E REABRE AS COBRANCAS CANCELADAS. A GUIA DE      *
      * TRANSFERENCIA SAI PELO P201762. TUDO PASSA PELA  *
      * AUDITORIA (P201622).                             *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADSAIDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-SAIDA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADNOTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NOTA
                    FILE STATUS  IS ST-NOTA
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES.
       SELECT CADMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MENS
                    FILE STATUS  IS ST-MENS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSAIDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSAIDA.DAT".
           COPY SAIDAREC.
       FD CADNOTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTA.DAT".
           COPY NOTAREC.
       FD CADMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
           COPY MENSREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL            PIC 9(01) VALUE ZEROS.
       77 W-TECLA          PIC X(01) VALUE SPACE.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-NOTA          PIC X(02) VALUE "00".
       77 ST-MENS          PIC X(02) VALUE "00".
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
       77 W-MENS-ABERTO    PIC X(01) VALUE "N".
       77 W-DATA-OK        PIC X(01) VALUE "N".
       77 W-DIAS-MES       PIC 9(02) VALUE ZEROS.
       77 W-QTD-MENS       PIC 9(03) VALUE ZEROS.
       77 W-STATUS-DE      PIC X(01) VALUE SPACE.
       77 W-STATUS-PARA    PIC X(01) VALUE SPACE.
       77 W-SAI-ANOMES     PIC 9(06) VALUE ZEROS.
       77 WZ-QUOC          PIC 9(08) VALUE ZEROS.
       77 WZ-R4            PIC 9(04) VALUE ZEROS.
       77 WZ-R100          PIC 9(04) VALUE ZEROS.
       77 WZ-R400          PIC 9(04) VALUE ZEROS.
       77 W-SUP-CODIGO     PIC X(08) VALUE SPACES.
       77 W-SUP-SENHA      PIC X(08) VALUE SPACES.
       77 W-SUP-OPCAO      PIC 9(02) VALUE ZEROS.
       77 W-SUP-AUTORIZADO PIC X(01) VALUE "N".
       77 W-SUP-SUPERVISOR PIC X(01) VALUE "N".
       77 W-SUP-NOME       PIC X(30) VALUE SPACES.
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA          PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO       PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO  PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR  PIC X(01) VALUE "N".
       77 W-OP-NOME        PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA   PIC X(08) VALUE "FP201761".
       77 W-QSC-LIBERADO   PIC X(01) VALUE "N".
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "FP201761".
       77 W-AUD-ACAO       PIC X(10) VALUE SPACES.
       77 W-AUD-CHAVE      PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES      PIC X(200) VALUE SPACES.
       77 W-AUD-DEPOIS     PIC X(200) VALUE SPACES.
       01 W-REG-SAIDA      PIC X(120) VALUE SPACES.
       01 W-UF             PIC X(02) VALUE SPACES.
                   COPY UFVALID.
       01 W-HOJE.
                03 W-ANO-ATUAL     PIC 9(04).
                03 W-MES-ATUAL     PIC 9(02).
                03 W-DIA-ATUAL     PIC 9(02).
       01 W-HOJE-NUM REDEFINES W-HOJE PIC 9(08).
       01 W-DATA-CORR.
                03 WD-ANO          PIC 9(04).
                03 WD-MES          PIC 9(02).
                03 WD-DIA          PIC 9(02).
       01 W-DATA-NUM REDEFINES W-DATA-CORR PIC 9(08).
       01 W-TAB-MESES-V    PIC X(24) VALUE "312831303130313130313031".
       01 W-TAB-MESES REDEFINES W-TAB-MESES-V.
                03 TAB-DIAS-MES    PIC 9(02) OCCURS 12 TIMES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-SIGNON.
                DISPLAY (01, 01) ERASE
                DISPLAY (10, 20) "IDENTIFICACAO DO OPERADOR"
                DISPLAY (12, 20) "OPERADOR: "
                DISPLAY (13, 20) "SENHA...: ".
       INC-SIGNON1.
                ACCEPT (12, 31) W-OPERADOR
                IF W-OPERADOR = SPACES
                   MOVE "*** OPERADOR EM BRANCO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-SIGNON1.
       INC-SIGNON2.
                ACCEPT (13, 31) W-SENHA
                MOVE ZEROS TO W-OP-OPCAO
                CALL "P201674" USING W-OPERADOR W-SENHA W-OP-OPCAO
                            W-OP-AUTORIZADO W-OP-SUPERVISOR W-OP-NOME
                IF W-OP-AUTORIZADO NOT = "S"
                   MOVE "*** OPERADOR OU SENHA INVALIDOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-SIGNON1.
      *
      *****************************************
      * SISTEMA EM QUIESCE? (SISSTAT VIA       *
      * P201738, QUE TAMBEM REGISTRA A SESSAO) *
      *****************************************
       INC-QUIESCE.
                MOVE "N" TO W-QSC-LIBERADO
                CALL "P201738" USING W-QSC-PROGRAMA W-OPERADOR
                                     W-QSC-LIBERADO
                IF W-QSC-LIBERADO NOT = "S"
                   MOVE "** SISTEMA EM QUIESCE - TENTE MAIS TARDE **"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
      *
       INC-OP0.
                OPEN I-O CADSAIDA
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADSAIDA
                      CLOSE CADSAIDA
                      MOVE "*** ARQUIVO CADSAIDA CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADSAIDA"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                OPEN I-O CADNOTA
                IF ST-NOTA NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADNOTA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADSAIDA
                   GO TO ROT-FIM.
      *
      * SEM CADMENS (ESCOLA QUE AINDA NAO FATURA PELO SISTEMA) A SAIDA
      * E REGISTRADA DO MESMO JEITO, SO NAO HA O QUE CANCELAR
      *
                OPEN I-O CADMENS
                IF ST-MENS = "00"
                   MOVE "S" TO W-MENS-ABERTO.
       INC-001.
                MOVE ZEROS  TO SAI-RM SAI-ANOLETIVO SAI-DATA
                               SAI-GUIA-DATA W-QTD-MENS
                MOVE SPACES TO SAI-TURMA SAI-MOTIVO SAI-ESCOLA
                               SAI-CIDADE SAI-UF SAI-OPERADOR
                MOVE 0 TO W-SEL
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 20) "SAIDA DE ALUNO NO MEIO DO ANO"
                DISPLAY  (04, 01) "RM: "
                DISPLAY  (04, 15) "TURMA: "
                DISPLAY  (04, 30) "ANO LETIVO: "
                DISPLAY  (05, 01) "ALUNO: "
                DISPLAY  (07, 01) "DATA DA SAIDA (AAAAMMDD): "
                DISPLAY  (09, 01) "MOTIVO: "
                DISPLAY  (09, 12) "(T=TRANSFERIDO D=DESISTENTE"
                DISPLAY  (09, 40) "F=FALECIDO)"
                DISPLAY  (11, 01) "ESCOLA DE DESTINO: "
                DISPLAY  (12, 01) "CIDADE: "
                DISPLAY  (12, 35) "UF: "
                DISPLAY  (14, 01) "COBRANCAS CANCELADAS/REABERTAS: "
                DISPLAY  (16, 01) "OPERADOR: "
                DISPLAY  (16, 30) "GUIA EMITIDA EM: ".
       INC-002.
                ACCEPT  (04, 05) SAI-RM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADSAIDA CADNOTA CADMENS
                   GO TO ROT-FIM.
                IF SAI-RM = ZEROS
                   MOVE "*** RM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-003.
                ACCEPT  (04, 22) SAI-TURMA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF SAI-TURMA = SPACES
                   MOVE "*** TURMA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT  (04, 42) SAI-ANOLETIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF SAI-ANOLETIVO = ZEROS
                   MOVE "*** ANO LETIVO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
      *
      * A SAIDA SO VALE PARA MATRICULA EXISTENTE E ATIVA NO CADNOTA
      *
       LER-NOTA.
                MOVE SAI-RM        TO RM
                MOVE SAI-TURMA     TO TURMA
                MOVE SAI-ANOLETIVO TO ANOLETIVO
                READ CADNOTA
                IF ST-NOTA = "23"
                   MOVE "*** MATRICULA NAO ENCONTRADA NO CADNOTA ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF ST-NOTA NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADNOTA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF SIT-EXCLUIDO
                   MOVE "*** MATRICULA EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 08) NOME.
       LER-SAIDA.
                READ CADSAIDA
                IF ST-ERRO = "00"
                   MOVE REGSAIDA TO W-AUD-ANTES
                   PERFORM MOSTRA-SAIDA THRU MOSTRA-SAIDA-FIM
                   MOVE 1 TO W-SEL
                   GO TO ACE-001.
                IF ST-ERRO NOT = "23"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADSAIDA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE SPACES TO W-AUD-ANTES.
       INC-005.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                IF SAI-DATA = ZEROS
                   MOVE W-HOJE-NUM TO SAI-DATA.
                ACCEPT (07, 27) SAI-DATA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                MOVE SAI-DATA TO W-DATA-NUM
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DATA-OK NOT = "S"
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF SAI-DATA > W-HOJE-NUM
                   MOVE "*** DATA DA SAIDA NAO PODE SER FUTURA ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF WD-ANO NOT = SAI-ANOLETIVO
                   MOVE "*** DATA FORA DO ANO LETIVO DA MATRICULA ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT (09, 09) SAI-MOTIVO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF NOT SAI-MOTIVO-VALIDO
                   MOVE "*** MOTIVO INVALIDO (T, D OU F) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF NOT SAI-TRANSFERIDO
                   MOVE SPACES TO SAI-ESCOLA SAI-CIDADE SAI-UF
                   DISPLAY (11, 20) SAI-ESCOLA
                   DISPLAY (12, 09) SAI-CIDADE
                   DISPLAY (12, 39) SAI-UF
                   GO TO INC-OPC.
      *
      *****************************************
      * DESTINO: OBRIGATORIO NA TRANSFERENCIA  *
      * (SAI NA GUIA DO P201762)               *
      *****************************************
       INC-007.
                ACCEPT (11, 20) SAI-ESCOLA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-SEL = 1
                      GO TO INC-001
                   ELSE
                      GO TO INC-006.
                IF SAI-ESCOLA = SPACES
                   MOVE "*** INFORME A ESCOLA DE DESTINO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT (12, 09) SAI-CIDADE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF SAI-CIDADE = SPACES
                   MOVE "*** INFORME A CIDADE DE DESTINO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT (12, 39) SAI-UF WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                MOVE SAI-UF TO W-UF
                IF NOT UF-VALIDA
                   MOVE "*** UF INCORRETA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                IF W-SEL = 1
                   GO TO ALT-OPC.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-OPERADOR TO SAI-OPERADOR
                MOVE ZEROS TO SAI-GUIA-DATA
                WRITE REGSAIDA
                IF ST-ERRO = "00" OR "02"
                   MOVE CHAVE-SAIDA TO W-AUD-CHAVE
                   MOVE SPACES TO W-AUD-ANTES
                   MOVE REGSAIDA TO W-AUD-DEPOIS
                   MOVE "INCLUSAO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   GO TO INC-WR2.
                IF ST-ERRO = "22"
                   MOVE "*** SAIDA JA REGISTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSAIDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      * A MATRICULA CONTINUA ATIVA: SO GANHA O MOTIVO E A DATA, QUE E
      * O QUE O FATURAMENTO, A CAPACIDADE, O CENSO E A ATA CONSULTAM
      *
       INC-WR2.
                MOVE REGNOTA TO W-AUD-ANTES
                MOVE SAI-MOTIVO TO SAIDA-MOTIVO
                MOVE SAI-DATA   TO SAIDA-DATA
                PERFORM REGRAVA-NOTA THRU REGRAVA-NOTA-FIM
                MOVE "A" TO W-STATUS-DE
                MOVE "C" TO W-STATUS-PARA
                PERFORM TROCA-MENS THRU TROCA-MENS-FIM
                DISPLAY (14, 34) W-QTD-MENS
                MOVE "*** SAIDA REGISTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *****************************************
      * SAIDA JA REGISTRADA: SO O DESTINO PODE *
      * SER CORRIGIDO; DATA OU MOTIVO ERRADO SE *
      * CORRIGE COM ESTORNO E NOVO REGISTRO    *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 02)
                "F1=NOVO  F2=ALTERAR DESTINO  F3=ESTORNAR"
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 02) MENS
                IF W-ACT = 02
                   GO TO INC-001.
                IF W-ACT = 04
                   GO TO EXC-SUP.
                IF NOT SAI-TRANSFERIDO
                   MOVE "*** SO A TRANSFERENCIA TEM DESTINO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                GO TO INC-007.
      *
      *****************************************
      * ESTORNO SO COM SUPERVISOR: O PROPRIO   *
      * OPERADOR, SE FOR SUPERVISOR, OU UM     *
      * SUPERVISOR QUE DIGITA CODIGO E SENHA   *
      *****************************************
       EXC-SUP.
                IF W-OP-SUPERVISOR = "S"
                   GO TO EXC-OPC.
                DISPLAY (19, 01) "ESTORNO - SUPERVISOR..: "
                DISPLAY (20, 01) "          SENHA.......: ".
       EXC-SUP1.
                MOVE SPACES TO W-SUP-CODIGO W-SUP-SENHA
                ACCEPT (19, 25) W-SUP-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 OR W-SUP-CODIGO = SPACES
                   PERFORM LIMPA-SUP THRU LIMPA-SUP-FIM
                   MOVE "*** ESTORNO NAO LIBERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                ACCEPT (20, 25) W-SUP-SENHA
                MOVE ZEROS TO W-SUP-OPCAO
                CALL "P201674" USING W-SUP-CODIGO W-SUP-SENHA
                            W-SUP-OPCAO W-SUP-AUTORIZADO
                            W-SUP-SUPERVISOR W-SUP-NOME
                IF W-SUP-SUPERVISOR NOT = "S"
                   MOVE "*** SUPERVISOR OU SENHA INVALIDOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-SUP1.
                PERFORM LIMPA-SUP THRU LIMPA-SUP-FIM.
       EXC-OPC.
                DISPLAY (23, 40) "ESTORNAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** SAIDA NAO ESTORNADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                MOVE REGSAIDA TO W-REG-SAIDA
                DELETE CADSAIDA RECORD
                IF ST-ERRO = "00"
                   MOVE CHAVE-SAIDA TO W-AUD-CHAVE
                   MOVE W-REG-SAIDA TO W-AUD-ANTES
                   MOVE SPACES TO W-AUD-DEPOIS
                   MOVE "ESTORNO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   GO TO EXC-DL2.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO CADSAIDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       EXC-DL2.
                MOVE W-REG-SAIDA TO REGSAIDA
                MOVE REGNOTA TO W-AUD-ANTES
                MOVE SPACES TO SAIDA-MOTIVO
                MOVE ZEROS  TO SAIDA-DATA
                PERFORM REGRAVA-NOTA THRU REGRAVA-NOTA-FIM
                MOVE "C" TO W-STATUS-DE
                MOVE "A" TO W-STATUS-PARA
                PERFORM TROCA-MENS THRU TROCA-MENS-FIM
                DISPLAY (14, 34) W-QTD-MENS
                MOVE "*** SAIDA ESTORNADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGSAIDA
                IF ST-ERRO = "00" OR "02"
                   MOVE CHAVE-SAIDA TO W-AUD-CHAVE
                   MOVE REGSAIDA TO W-AUD-DEPOIS
                   MOVE "ALTERACAO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADSAIDA"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * REGRAVA O CADNOTA COM O MOTIVO/DATA DA *
      * SAIDA (W-AUD-ANTES JA CARREGADO)       *
      *****************************************
       REGRAVA-NOTA.
                REWRITE REGNOTA
                IF ST-NOTA NOT = "00" AND ST-NOTA NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO REGISTRO CADNOTA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REGRAVA-NOTA-FIM.
                MOVE CHAVE-NOTA TO W-AUD-CHAVE
                MOVE REGNOTA TO W-AUD-DEPOIS
                MOVE "ALTERACAO" TO W-AUD-ACAO
                CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                            W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                            W-AUD-DEPOIS.
       REGRAVA-NOTA-FIM.
                EXIT.
      *
      *****************************************
      * MENSALIDADES DA MATRICULA POSTERIORES  *
      * AO MES DA SAIDA: W-STATUS-DE PASSA A   *
      * W-STATUS-PARA ("A"->"C" NA SAIDA,      *
      * "C"->"A" NO ESTORNO). A COBRANCA DO    *
      * PROPRIO MES DA SAIDA CONTINUA DEVIDA.  *
      *****************************************
       TROCA-MENS.
                MOVE ZEROS TO W-QTD-MENS
                IF W-MENS-ABERTO NOT = "S"
                   GO TO TROCA-MENS-FIM.
                MOVE SAI-DATA TO W-DATA-NUM
                COMPUTE W-SAI-ANOMES = WD-ANO * 100 + WD-MES
                MOVE SAI-RM        TO MEN-RM
                MOVE SAI-TURMA     TO MEN-TURMA
                MOVE SAI-ANOLETIVO TO MEN-ANOLETIVO
                MOVE W-SAI-ANOMES  TO MEN-ANOMES
                START CADMENS KEY IS NOT < CHAVE-MENS
                IF ST-MENS NOT = "00"
                   GO TO TROCA-MENS-FIM.
       TROCA-MENS1.
                READ CADMENS NEXT RECORD
                   AT END
                      GO TO TROCA-MENS-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF MEN-RM NOT = SAI-RM OR MEN-TURMA NOT = SAI-TURMA
                   OR MEN-ANOLETIVO NOT = SAI-ANOLETIVO
                   GO TO TROCA-MENS-FIM.
                IF MEN-ANOMES NOT > W-SAI-ANOMES
                   OR MEN-STATUS NOT = W-STATUS-DE
                   GO TO TROCA-MENS1.
                MOVE REGMENS TO W-AUD-ANTES
                MOVE W-STATUS-PARA TO MEN-STATUS
                REWRITE REGMENS
                IF ST-MENS NOT = "00" AND ST-MENS NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO REGISTRO CADMENS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TROCA-MENS-FIM.
                ADD 1 TO W-QTD-MENS
                MOVE CHAVE-MENS TO W-AUD-CHAVE
                MOVE REGMENS TO W-AUD-DEPOIS
                IF MEN-CANCELADA
                   MOVE "CANCELA" TO W-AUD-ACAO
                ELSE
                   MOVE "REABRE" TO W-AUD-ACAO.
                CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                            W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                            W-AUD-DEPOIS
                GO TO TROCA-MENS1.
       TROCA-MENS-FIM.
                EXIT.
      *
       MOSTRA-SAIDA.
                DISPLAY (07, 27) SAI-DATA
                DISPLAY (09, 09) SAI-MOTIVO
                DISPLAY (11, 20) SAI-ESCOLA
                DISPLAY (12, 09) SAI-CIDADE
                DISPLAY (12, 39) SAI-UF
                DISPLAY (16, 11) SAI-OPERADOR
                DISPLAY (16, 47) SAI-GUIA-DATA.
       MOSTRA-SAIDA-FIM.
                EXIT.
      *
       LIMPA-SUP.
                DISPLAY (19, 01) LIMPA
                DISPLAY (20, 01) LIMPA.
       LIMPA-SUP-FIM.
                EXIT.
      *
       VALIDA-DATA.
                MOVE "N" TO W-DATA-OK
                IF WD-ANO = ZEROS OR WD-MES < 01 OR WD-MES > 12
                   OR WD-DIA < 01
                   GO TO VALIDA-DATA-FIM.
                PERFORM DIAS-DO-MES THRU DIAS-DO-MES-FIM
                IF WD-DIA > W-DIAS-MES
                   GO TO VALIDA-DATA-FIM.
                MOVE "S" TO W-DATA-OK.
       VALIDA-DATA-FIM.
                EXIT.
      *
       DIAS-DO-MES.
                MOVE TAB-DIAS-MES (WD-MES) TO W-DIAS-MES
                IF WD-MES NOT = 2
                   GO TO DIAS-DO-MES-FIM.
                DIVIDE WD-ANO BY 4 GIVING WZ-QUOC REMAINDER WZ-R4
                DIVIDE WD-ANO BY 100 GIVING WZ-QUOC REMAINDER WZ-R100
                DIVIDE WD-ANO BY 400 GIVING WZ-QUOC REMAINDER WZ-R400
                IF WZ-R4 = ZEROS
                   AND (WZ-R100 NOT = ZEROS OR WZ-R400 = ZEROS)
                   MOVE 29 TO W-DIAS-MES.
       DIAS-DO-MES-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE SPACE TO W-TECLA.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
               ACCEPT W-TECLA WITH TIME-OUT 2
               DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
