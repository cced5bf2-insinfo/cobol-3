       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201793.
       AUTHOR. LEANDRO.
      **************************************************
      * LANCAMENTO DE DOACAO DE AMIGO (CADDOACAO) COM    *
      * RECIBO NUMERADO. O OPERADOR INFORMA O APELIDO    *
      * (CONFERIDO NO AMIGOS.DAT), A DATA, O VALOR, A    *
      * FORMA DE PAGAMENTO (D=DINHEIRO C=CHEQUE          *
      * T=TRANSFERENCIA P=PIX O=OUTRA) E A CAMPANHA      *
      * (BRANCO = DOACAO AVULSA). O PROGRAMA CARIMBA O   *
      * PROXIMO NUMERO DE RECIBO, GRAVA QUEM RECEBEU E   *
      * IMPRIME O RECIBO EM RECIBO.TXT. O CADERNO DO     *
      * TESOUREIRO VIRA ARQUIVO: O P201794 TIRA O        *
      * EXTRATO ANUAL POR AMIGO E O RESUMO MENSAL POR    *
      * TIPO DE AMIGO, E O P201795 APONTA OS DOADORES    *
      * REGULARES QUE PARARAM DE CONTRIBUIR.             *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADDOACAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-DOACAO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DOA-RECIBO.
       SELECT AMIGOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-AMIGOS
                    ALTERNATE RECORD KEY IS CHAVE3 = NOME
                                                      WITH DUPLICATES.
       SELECT RECIBO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-RECIBO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDOACAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOACAO.DAT".
           COPY DOACAOREC.
       FD AMIGOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AMIGOS.DAT".
           COPY AMIGOREC.
       FD RECIBO
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "RECIBO.TXT".
       01 LINHA-RECIBO              PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-AMIGOS        PIC X(02) VALUE "00".
       77 ST-RECIBO        PIC X(02) VALUE "00".
       77 W-TECLA          PIC X(01) VALUE SPACE.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 W-PROX-RECIBO    PIC 9(06) VALUE ZEROS.
       77 W-FORMA-DENOM    PIC X(15) VALUE SPACES.
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA      PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO   PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR PIC X(01) VALUE "N".
       77 W-OP-NOME    PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA PIC X(08) VALUE "P201793".
       77 W-QSC-LIBERADO PIC X(01) VALUE "N".
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "P201793".
       77 W-AUD-ACAO       PIC X(10) VALUE SPACES.
       77 W-AUD-CHAVE      PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES      PIC X(200) VALUE SPACES.
       77 W-AUD-DEPOIS     PIC X(200) VALUE SPACES.
       01 LINHA-TIT.
                03 FILLER       PIC X(22)
                    VALUE "RECIBO DE DOACAO NO. ".
                03 RC-NUMERO    PIC 9(06).
       01 LINHA-TEXTO1.
                03 FILLER       PIC X(16) VALUE "RECEBEMOS DE ".
                03 RC-NOME      PIC X(30).
                03 FILLER       PIC X(02) VALUE " (".
                03 RC-APELIDO   PIC X(12).
                03 FILLER       PIC X(01) VALUE ")".
       01 LINHA-TEXTO2.
                03 FILLER       PIC X(16) VALUE "A IMPORTANCIA DE".
                03 FILLER       PIC X(04) VALUE " R$ ".
                03 RC-VALOR     PIC ZZZ.ZZ9,99.
                03 FILLER       PIC X(17) VALUE " COMO DOACAO, EM ".
                03 RC-FORMA     PIC X(15).
       01 LINHA-TEXTO3.
                03 FILLER       PIC X(16) VALUE "PARA A CAMPANHA ".
                03 RC-CAMPANHA  PIC X(06).
       01 LINHA-AVULSA     PIC X(80)
           VALUE "DOACAO AVULSA A ASSOCIACAO".
       01 LINHA-RODAPE.
                03 FILLER       PIC X(12) VALUE "DOACAO DE".
                03 RC-DIA       PIC 9(02).
                03 FILLER       PIC X(01) VALUE "/".
                03 RC-MES       PIC 9(02).
                03 FILLER       PIC X(01) VALUE "/".
                03 RC-ANO       PIC 9(04).
                03 FILLER       PIC X(12) VALUE "  OPERADOR: ".
                03 RC-OPERADOR  PIC X(08).
       01 LINHA-ASSIN      PIC X(80)
           VALUE "ASSINATURA DO TESOUREIRO: ____________________".
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
                OPEN I-O CADDOACAO
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADDOACAO
                      CLOSE CADDOACAO
                      MOVE "*** ARQUIVO CADDOACAO CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO CADDOACAO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                OPEN INPUT AMIGOS
                IF ST-AMIGOS NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO AMIGOS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADDOACAO
                   GO TO ROT-FIM.
      *
      *****************************************
      * PROXIMO NUMERO DE RECIBO: MAIOR NUMERO *
      * JA GRAVADO + 1                         *
      *****************************************
       NUM-001.
                MOVE ZEROS TO W-PROX-RECIBO
                MOVE ZEROS TO DOA-RECIBO
                START CADDOACAO KEY IS NOT < DOA-RECIBO
                IF ST-ERRO NOT = "00"
                   GO TO DOA-001.
       NUM-002.
                READ CADDOACAO NEXT RECORD
                   AT END
                      GO TO DOA-001
                   NOT AT END
                      NEXT SENTENCE.
                MOVE DOA-RECIBO TO W-PROX-RECIBO
                GO TO NUM-002.
      *
       DOA-001.
                MOVE SPACES TO DOA-APELIDO DOA-FORMA DOA-CAMPANHA
                MOVE ZEROS  TO DOA-DATA DOA-SEQ DOA-VALOR DOA-RECIBO
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "LANCAMENTO DE DOACAO DE AMIGO"
                DISPLAY (04, 01) "APELIDO.....: "
                DISPLAY (06, 01) "DATA........:          (AAAAMMDD)"
                DISPLAY (07, 01) "VALOR.......: "
                DISPLAY (08, 01) "FORMA.......:   (D/C/T/P/O)"
                DISPLAY (09, 01) "CAMPANHA....:        (BRANCO=AVULSA)".
       DOA-002.
                ACCEPT (04, 15) DOA-APELIDO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADDOACAO AMIGOS
                   GO TO ROT-FIM.
                IF DOA-APELIDO = SPACES
                   MOVE "*** APELIDO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DOA-002.
                MOVE DOA-APELIDO TO APELIDO
                READ AMIGOS
                IF ST-AMIGOS NOT = "00"
                   MOVE "*** AMIGO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DOA-002.
                IF SIT-EXCLUIDO
                   MOVE "*** AMIGO EXCLUIDO DO CADASTRO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DOA-002.
                DISPLAY (04, 30) NOME.
       DOA-003.
                ACCEPT (06, 15) DOA-DATA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO DOA-002.
                IF DOA-MES < 01 OR DOA-MES > 12
                   OR DOA-DIA < 01 OR DOA-DIA > 31
                   OR DOA-ANO = ZEROS
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DOA-003.
       DOA-004.
                ACCEPT (07, 15) DOA-VALOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO DOA-003.
                IF DOA-VALOR = ZEROS
                   MOVE "*** VALOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DOA-004.
       DOA-005.
                ACCEPT (08, 15) DOA-FORMA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO DOA-004.
                IF NOT DOA-FORMA-VALIDA
                   MOVE "*** FORMA DEVE SER D, C, T, P OU O ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DOA-005.
       DOA-006.
                ACCEPT (09, 15) DOA-CAMPANHA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO DOA-005.
       DOA-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR    (S/N) : ".
                ACCEPT (23, 58) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO DOA-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DOACAO ABANDONADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DOA-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DOA-OPC.
      *
      *****************************************
      * GRAVA A DOACAO (SEQUENCIA LIVRE NO     *
      * DIA) COM O PROXIMO NUMERO DE RECIBO    *
      *****************************************
       DOA-GRAVA.
                MOVE W-OPERADOR TO DOA-OPERADOR
                ADD 1 TO W-PROX-RECIBO
                MOVE W-PROX-RECIBO TO DOA-RECIBO
                MOVE 01 TO DOA-SEQ.
       DOA-GRAVA-RETRY.
                WRITE REGDOACAO
                IF ST-ERRO = "22"
                   ADD 1 TO DOA-SEQ
                   IF DOA-SEQ < 99
                      GO TO DOA-GRAVA-RETRY
                   ELSE
                      SUBTRACT 1 FROM W-PROX-RECIBO
                      MOVE "*** LIMITE DE DOACOES NO DIA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO DOA-001.
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   SUBTRACT 1 FROM W-PROX-RECIBO
                   MOVE "ERRO NA GRAVACAO DO CADDOACAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DOA-001.
                MOVE CHAVE-DOACAO TO W-AUD-CHAVE
                MOVE SPACES TO W-AUD-ANTES
                MOVE REGDOACAO TO W-AUD-DEPOIS
                MOVE "GRAVACAO" TO W-AUD-ACAO
                CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                            W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                            W-AUD-DEPOIS.
      *
      *****************************************
      * IMPRIME O RECIBO                       *
      *****************************************
       DOA-RECIBO-IMP.
                MOVE SPACES TO W-FORMA-DENOM
                IF DOA-FORMA = "D" MOVE "DINHEIRO" TO W-FORMA-DENOM.
                IF DOA-FORMA = "C" MOVE "CHEQUE" TO W-FORMA-DENOM.
                IF DOA-FORMA = "T"
                   MOVE "TRANSFERENCIA" TO W-FORMA-DENOM.
                IF DOA-FORMA = "P" MOVE "PIX" TO W-FORMA-DENOM.
                IF DOA-FORMA = "O"
                   MOVE "OUTRA FORMA" TO W-FORMA-DENOM.
                OPEN OUTPUT RECIBO
                MOVE DOA-RECIBO TO RC-NUMERO
                MOVE LINHA-TIT TO LINHA-RECIBO
                WRITE LINHA-RECIBO
                MOVE SPACES TO LINHA-RECIBO
                WRITE LINHA-RECIBO
                MOVE NOME        TO RC-NOME
                MOVE DOA-APELIDO TO RC-APELIDO
                WRITE LINHA-RECIBO FROM LINHA-TEXTO1
                MOVE DOA-VALOR     TO RC-VALOR
                MOVE W-FORMA-DENOM TO RC-FORMA
                WRITE LINHA-RECIBO FROM LINHA-TEXTO2
                IF DOA-CAMPANHA = SPACES
                   MOVE LINHA-AVULSA TO LINHA-RECIBO
                ELSE
                   MOVE DOA-CAMPANHA TO RC-CAMPANHA
                   MOVE LINHA-TEXTO3 TO LINHA-RECIBO.
                WRITE LINHA-RECIBO
                MOVE SPACES TO LINHA-RECIBO
                WRITE LINHA-RECIBO
                MOVE DOA-DIA      TO RC-DIA
                MOVE DOA-MES      TO RC-MES
                MOVE DOA-ANO      TO RC-ANO
                MOVE DOA-OPERADOR TO RC-OPERADOR
                WRITE LINHA-RECIBO FROM LINHA-RODAPE
                MOVE SPACES TO LINHA-RECIBO
                WRITE LINHA-RECIBO
                MOVE LINHA-ASSIN TO LINHA-RECIBO
                WRITE LINHA-RECIBO
                CLOSE RECIBO
                MOVE "** DOACAO GRAVADA - RECIBO EM RECIBO.TXT **"
                                                          TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DOA-001.
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
