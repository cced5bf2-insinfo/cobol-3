       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201773.
       AUTHOR. LEANDRO.
      **************************************************
      * MANUTENCAO DA TABELA DE DESCONTO DE IRMAOS       *
      * (CADDESCIRM). UM REGISTRO POR ANO LETIVO COM ATE *
      * QUATRO FAIXAS: QUANTIDADE MINIMA DE FILHOS DO    *
      * MESMO RESPONSAVEL FINANCEIRO COBRADOS NO MES E O *
      * PERCENTUAL DE DESCONTO DE CADA FILHO. AS FAIXAS  *
      * SAO DIGITADAS EM ORDEM CRESCENTE; QUANTIDADE     *
      * ZERO ENCERRA A TABELA. O DESCONTO E APLICADO     *
      * PELO FATURAMENTO (P201712), SEPARADO DA BOLSA.   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADDESCIRM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DIR-ANOLETIVO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDESCIRM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESCIRM.DAT".
           COPY DESCIRMREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL            PIC 9(01) VALUE ZEROS.
       77 W-TECLA          PIC X(01) VALUE SPACE.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
       77 W-FX             PIC 9(01) VALUE ZEROS.
       77 W-FX-ANT         PIC 9(01) VALUE ZEROS.
       77 W-LIN            PIC 9(02) VALUE ZEROS.
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA      PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO   PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR PIC X(01) VALUE "N".
       77 W-OP-NOME    PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA PIC X(08) VALUE "FP201773".
       77 W-QSC-LIBERADO PIC X(01) VALUE "N".
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "FP201773".
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
           OPEN I-O CADDESCIRM
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR ST-ERRO = "35"
                      OPEN OUTPUT CADDESCIRM
                      CLOSE CADDESCIRM
                      MOVE "*** ARQUIVO CADDESCIRM CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADDESCIRM"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                   ELSE
                      NEXT SENTENCE.
       INC-001.
                MOVE ZEROS TO DIR-ANOLETIVO
                PERFORM LIMPA-FAIXA THRU LIMPA-FAIXA-FIM
                  VARYING W-FX FROM 1 BY 1 UNTIL W-FX > 4
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 20) "DESCONTO DE IRMAOS"
                DISPLAY  (04, 01) "ANO LETIVO: "
                DISPLAY  (06, 01) "FAIXA  A PARTIR DE (FILHOS)"
                DISPLAY  (06, 30) "DESCONTO POR FILHO (%)"
                DISPLAY  (08, 03) "1"
                DISPLAY  (09, 03) "2"
                DISPLAY  (10, 03) "3"
                DISPLAY  (11, 03) "4"
                DISPLAY  (13, 01)
                   "FILHOS DO MESMO RESPONSAVEL FINANCEIRO COBRADOS"
                DISPLAY  (14, 01)
                   "NO MES; VALE A MAIOR FAIXA ATINGIDA. QUANTIDADE"
                DISPLAY  (15, 01)
                   "ZERO ENCERRA A TABELA.".
       INC-002.
                ACCEPT  (04, 13) DIR-ANOLETIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADDESCIRM
                   GO TO ROT-FIM.
                IF DIR-ANOLETIVO = ZEROS
                   MOVE "*** ANO LETIVO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-DESC01.
                MOVE 0 TO W-SEL
                READ CADDESCIRM
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY  (04, 13) DIR-ANOLETIVO
                      PERFORM MOSTRA-FAIXA THRU MOSTRA-FAIXA-FIM
                        VARYING W-FX FROM 1 BY 1 UNTIL W-FX > 4
                      MOVE REGDESCIRM TO W-AUD-ANTES
                      MOVE "*** ANO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADDESCIRM" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
      *
      *****************************************
      * FAIXAS: QUANTIDADE (2 EM DIANTE, MAIOR *
      * QUE A DA FAIXA ANTERIOR) E PERCENTUAL  *
      *****************************************
       INC-003.
                MOVE 1 TO W-FX.
       INC-004.
                COMPUTE W-LIN = W-FX + 7
                ACCEPT (W-LIN, 15) DIR-QTD (W-FX) WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-FX = 1
                      GO TO INC-002
                   ELSE
                      SUBTRACT 1 FROM W-FX
                      GO TO INC-004.
                IF DIR-QTD (W-FX) = ZEROS
                   IF W-FX = 1
                      MOVE "*** INFORME AO MENOS UMA FAIXA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-004
                   ELSE
                      PERFORM LIMPA-FAIXA THRU LIMPA-FAIXA-FIM
                        VARYING W-FX FROM W-FX BY 1 UNTIL W-FX > 4
                      PERFORM MOSTRA-FAIXA THRU MOSTRA-FAIXA-FIM
                        VARYING W-FX FROM 1 BY 1 UNTIL W-FX > 4
                      GO TO INC-006.
                IF DIR-QTD (W-FX) < 2
                   MOVE "*** A FAIXA COMECA EM 2 FILHOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF W-FX > 1
                   COMPUTE W-FX-ANT = W-FX - 1
                   IF DIR-QTD (W-FX) NOT > DIR-QTD (W-FX-ANT)
                      MOVE "*** FAIXAS EM ORDEM CRESCENTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-004.
       INC-005.
                ACCEPT (W-LIN, 39) DIR-PCT (W-FX) WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF DIR-PCT (W-FX) = ZEROS
                   MOVE "*** PERCENTUAL INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF W-FX < 4
                   ADD 1 TO W-FX
                   GO TO INC-004.
       INC-006.
                IF W-SEL = 1
                            GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGDESCIRM
                IF ST-ERRO = "00" OR "02"
                      MOVE DIR-ANOLETIVO TO W-AUD-CHAVE
                      MOVE SPACES TO W-AUD-ANTES
                      MOVE REGDESCIRM TO W-AUD-DEPOIS
                      MOVE "GRAVACAO" TO W-AUD-ACAO
                      CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                                  W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                                  W-AUD-DEPOIS
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** ANO JA EXISTE ***         " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADDESCIRM"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-003.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADDESCIRM RECORD
                IF ST-ERRO = "00"
                   MOVE DIR-ANOLETIVO TO W-AUD-CHAVE
                   MOVE SPACES TO W-AUD-DEPOIS
                   MOVE "EXCLUSAO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGDESCIRM
                IF ST-ERRO = "00" OR "02"
                   MOVE DIR-ANOLETIVO TO W-AUD-CHAVE
                   MOVE REGDESCIRM TO W-AUD-DEPOIS
                   MOVE "ALTERACAO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADDESCIRM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       LIMPA-FAIXA.
                MOVE ZEROS TO DIR-QTD (W-FX) DIR-PCT (W-FX).
       LIMPA-FAIXA-FIM.
                EXIT.
      *
       MOSTRA-FAIXA.
                COMPUTE W-LIN = W-FX + 7
                DISPLAY (W-LIN, 15) DIR-QTD (W-FX)
                DISPLAY (W-LIN, 39) DIR-PCT (W-FX).
       MOSTRA-FAIXA-FIM.
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
