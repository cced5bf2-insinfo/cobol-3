       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201798.
       AUTHOR. LEANDRO.
      **************************************************
      * RESPOSTA E PRESENCA DOS CONVIDADOS DE UM EVENTO  *
      * (CADCONVITE). O OPERADOR INFORMA O EVENTO        *
      * (CONFERIDO NO CADEVENTO, FP201796) E, UM APOS O  *
      * OUTRO, O APELIDO DE CADA CONVIDADO (GERADO PELO  *
      * P201797), A RESPOSTA (S=CONFIRMOU N=RECUSOU      *
      * BRANCO=SEM RESPOSTA) E A PRESENCA NO DIA (S/N).  *
      * O EVENTO FICA NA TELA ATE O F1 NO APELIDO. O     *
      * P201799 FAZ O BALANCO POS-EVENTO.                *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONVITE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CONVITE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADEVENTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EVT-CODIGO
                    FILE STATUS  IS ST-EVENTO.
       SELECT AMIGOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-AMIGOS
                    ALTERNATE RECORD KEY IS CHAVE3 = NOME
                                                      WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONVITE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONVITE.DAT".
           COPY CONVITEREC.
       FD CADEVENTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVENTO.DAT".
           COPY EVENTOREC.
       FD AMIGOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AMIGOS.DAT".
           COPY AMIGOREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-EVENTO        PIC X(02) VALUE "00".
       77 ST-AMIGOS        PIC X(02) VALUE "00".
       77 W-TECLA          PIC X(01) VALUE SPACE.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA      PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO   PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR PIC X(01) VALUE "N".
       77 W-OP-NOME    PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA PIC X(08) VALUE "P201798".
       77 W-QSC-LIBERADO PIC X(01) VALUE "N".
       77 W-EVENTO         PIC X(06) VALUE SPACES.
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "P201798".
       77 W-AUD-ACAO       PIC X(10) VALUE SPACES.
       77 W-AUD-CHAVE      PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES      PIC X(200) VALUE SPACES.
       77 W-AUD-DEPOIS     PIC X(200) VALUE SPACES.
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
                OPEN I-O CADCONVITE
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA ABERTURA DO CADCONVITE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                OPEN INPUT CADEVENTO
                IF ST-EVENTO NOT = "00"
                   MOVE "ERRO NA ABERTURA DO CADEVENTO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADCONVITE
                   GO TO ROT-FIM.
                OPEN INPUT AMIGOS
                IF ST-AMIGOS NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO AMIGOS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADCONVITE CADEVENTO
                   GO TO ROT-FIM.
       RSP-001.
                MOVE SPACES TO W-EVENTO
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "RESPOSTA E PRESENCA DOS CONVIDADOS"
                DISPLAY (04, 01) "EVENTO......: "
                DISPLAY (06, 01) "APELIDO.....: "
                DISPLAY (08, 01) "RESPOSTA....:   (S=SIM N=NAO)"
                DISPLAY (09, 01) "PRESENCA....:   (S/N)".
       RSP-002.
                ACCEPT (04, 15) W-EVENTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADCONVITE CADEVENTO AMIGOS
                   GO TO ROT-FIM.
                IF W-EVENTO = SPACES
                   MOVE "*** EVENTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RSP-002.
                MOVE W-EVENTO TO EVT-CODIGO
                READ CADEVENTO
                IF ST-EVENTO NOT = "00"
                   MOVE "*** EVENTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RSP-002.
                IF EVT-EXCLUIDO
                   MOVE "*** EVENTO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RSP-002.
                DISPLAY (04, 23) EVT-DESCRICAO
                DISPLAY (05, 15) EVT-DATA.
       RSP-003.
                MOVE SPACES TO CNV-APELIDO
                DISPLAY (06, 15) CNV-APELIDO
                DISPLAY (06, 30) LIMPA
                DISPLAY (08, 15) " "
                DISPLAY (09, 15) " "
                ACCEPT (06, 15) CNV-APELIDO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO RSP-001.
                IF CNV-APELIDO = SPACES
                   MOVE "*** APELIDO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RSP-003.
                MOVE W-EVENTO TO CNV-EVENTO
                READ CADCONVITE
                IF ST-ERRO = "23"
                   MOVE "*** AMIGO NAO CONVIDADO PARA O EVENTO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RSP-003.
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA LEITURA DO CADCONVITE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RSP-003.
                MOVE REGCONVITE TO W-AUD-ANTES
                MOVE CNV-APELIDO TO APELIDO
                READ AMIGOS
                IF ST-AMIGOS = "00"
                   DISPLAY (06, 30) NOME.
                DISPLAY (08, 15) CNV-RESPOSTA
                DISPLAY (09, 15) CNV-PRESENCA.
       RSP-004.
                ACCEPT (08, 15) CNV-RESPOSTA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO RSP-003.
                IF CNV-RESPOSTA = "s"
                   MOVE "S" TO CNV-RESPOSTA.
                IF CNV-RESPOSTA = "n"
                   MOVE "N" TO CNV-RESPOSTA.
                IF NOT CNV-CONFIRMOU AND NOT CNV-RECUSOU
                   AND NOT CNV-SEM-RESPOSTA
                   MOVE "*** RESPOSTA DEVE SER S, N OU BRANCO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RSP-004.
       RSP-005.
                ACCEPT (09, 15) CNV-PRESENCA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO RSP-004.
                IF CNV-PRESENCA = "s"
                   MOVE "S" TO CNV-PRESENCA.
                IF CNV-PRESENCA = "n" OR " "
                   MOVE "N" TO CNV-PRESENCA.
                IF CNV-PRESENCA NOT = "S" AND "N"
                   MOVE "*** PRESENCA DEVE SER S OU N ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RSP-005.
       RSP-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR    (S/N) : ".
                ACCEPT (23, 58) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO RSP-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** RESPOSTA ABANDONADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RSP-003.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RSP-OPC.
       RSP-GRAVA.
                MOVE W-OPERADOR TO CNV-OPERADOR
                REWRITE REGCONVITE
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA REGRAVACAO DO CADCONVITE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RSP-003.
                MOVE CHAVE-CONVITE TO W-AUD-CHAVE
                MOVE REGCONVITE TO W-AUD-DEPOIS
                MOVE "ALTERACAO" TO W-AUD-ACAO
                CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                            W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                            W-AUD-DEPOIS
                MOVE "*** RESPOSTA GRAVADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO RSP-003.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
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
