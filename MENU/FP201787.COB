       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201787.
       AUTHOR. LEANDRO.
      **************************************************
      * FOLGAS COMPENSADAS DO BANCO DE HORAS (CADBANCOH, *
      * MOVIMENTO "D"), CHAVEADAS POR MATRICULA          *
      * (CONFERIDA NO CADFUNC.DAT) E DATA DA FOLGA       *
      * (AAAAMMDD). MOSTRA O SALDO DO BANCO DA MATRICULA *
      * (CREDITOS DO P201724 MENOS COMPENSACOES E HORAS  *
      * VENCIDAS PAGAS) E NAO DEIXA COMPENSAR MAIS HORAS *
      * DO QUE O SALDO. SO ACEITA FOLGA NOVA DE QUEM     *
      * OPTOU PELO BANCO (FUN-BANCO-HORAS). O PONTO      *
      * P201724 PAGA AS HORAS DA FOLGA COMO NORMAIS E    *
      * TIRA O DIA DA DIVERGENCIA. A EXCLUSAO E LOGICA   *
      * ("E") E DEVOLVE AS HORAS AO SALDO. TUDO AUDITADO *
      * VIA P201622.                                     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADBANCOH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-BANCOH
                    FILE STATUS  IS ST-ERRO
                    LOCK MODE    IS AUTOMATIC
                    WITH LOCK ON RECORD.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FUN-MATRICULA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS FUN-NOME
                               WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADBANCOH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBANCOH.DAT".
           COPY BANCOHREC.
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
           COPY FUNCREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL            PIC 9(01) VALUE ZEROS.
       77 W-TECLA          PIC X(01) VALUE SPACE.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-FUNC          PIC X(02) VALUE "00".
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
       77 W-SITUACAO       PIC X(10) VALUE SPACES.
       77 W-DATA-OK        PIC X(01) VALUE "N".
       77 W-MATRICULA      PIC 9(05) VALUE ZEROS.
       77 W-DATA-FOLGA     PIC 9(08) VALUE ZEROS.
       77 W-CREDITOS       PIC 9(06)V99 VALUE ZEROS.
       77 W-DEBITOS        PIC 9(06)V99 VALUE ZEROS.
       77 W-SALDO          PIC 9(06)V99 VALUE ZEROS.
       77 W-DISPONIVEL     PIC 9(06)V99 VALUE ZEROS.
       77 W-SALDO-ED       PIC ZZZ.ZZ9,99.
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA      PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO   PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR PIC X(01) VALUE "N".
       77 W-OP-NOME    PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA PIC X(08) VALUE "FP201787".
       77 W-QSC-LIBERADO PIC X(01) VALUE "N".
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "FP201787".
       77 W-AUD-ACAO       PIC X(10) VALUE SPACES.
       77 W-AUD-CHAVE      PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES      PIC X(200) VALUE SPACES.
       77 W-AUD-DEPOIS     PIC X(200) VALUE SPACES.
       01 W-DATA.
                03 W-DT-ANO      PIC 9(04).
                03 W-DT-MES      PIC 9(02).
                03 W-DT-DIA      PIC 9(02).
       01 W-DATA-NUM REDEFINES W-DATA PIC 9(08).
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
                OPEN I-O CADBANCOH
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADBANCOH
                      CLOSE CADBANCOH
                      MOVE "*** ARQUIVO CADBANCOH CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO CADBANCOH" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                OPEN INPUT CADFUNC
                IF ST-FUNC NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADBANCOH
                   GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO W-MATRICULA W-DATA-FOLGA BH-HORAS
                               BH-VENCIMENTO W-SALDO
                MOVE SPACES TO BH-OBS
                MOVE "A" TO BH-SIT-REGISTRO
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 15) "BANCO DE HORAS - FOLGAS COMPENSADAS"
                DISPLAY  (04, 01) "MATRICULA: "
                DISPLAY  (06, 01) "SALDO DO BANCO (HORAS): "
                DISPLAY  (08, 01) "FOLGA...:          (AAAAMMDD)"
                DISPLAY  (10, 01) "HORAS...: "
                DISPLAY  (12, 01) "OBS: "
                DISPLAY  (13, 01) "SITUACAO: ".
       INC-002.
                ACCEPT  (04, 12) W-MATRICULA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADBANCOH CADFUNC
                   GO TO ROT-FIM.
                IF W-MATRICULA = ZEROS
                   MOVE "*** MATRICULA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE W-MATRICULA TO FUN-MATRICULA
                READ CADFUNC
                IF ST-FUNC NOT = "00"
                   MOVE "*** MATRICULA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF FUN-SIT-EXCLUIDO
                   MOVE "*** REGISTRO EXCLUIDO DO CADFUNC ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 01) FUN-NOME
                PERFORM CALCULA-SALDO THRU CALCULA-SALDO-FIM
                MOVE W-SALDO TO W-SALDO-ED
                DISPLAY (06, 25) W-SALDO-ED.
       INC-003.
                ACCEPT  (08, 12) W-DATA-FOLGA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE W-DATA-FOLGA TO W-DATA-NUM
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DATA-OK NOT = "S"
                   MOVE "*** DATA DA FOLGA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-BANCOH01.
                MOVE 0 TO W-SEL
                MOVE W-MATRICULA  TO BH-MATRICULA
                MOVE W-DATA-FOLGA TO BH-DATA
                MOVE "D"          TO BH-MOVIMENTO
                MOVE W-SALDO TO W-DISPONIVEL
                READ CADBANCOH
                IF ST-ERRO = "99"
                   MOVE "** REGISTRO EM USO POR OUTRO OPERADOR **"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM MOSTRA-FOLGA THRU MOSTRA-FOLGA-FIM
                      MOVE REGBANCOH TO W-AUD-ANTES
                      MOVE "*** FOLGA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADBANCOH" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                IF NOT FUN-OPTA-BANCO
                   MOVE "*** FUNCIONARIO NAO OPTOU PELO BANCO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE ZEROS  TO BH-HORAS BH-VENCIMENTO
                MOVE SPACES TO BH-OBS
                MOVE "A" TO BH-SIT-REGISTRO
                PERFORM MOSTRA-FOLGA THRU MOSTRA-FOLGA-FIM.
       INC-004.
                ACCEPT (10, 12) BH-HORAS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF BH-HORAS = ZEROS OR BH-HORAS > 24
                   MOVE "*** HORAS DA FOLGA INVALIDAS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF BH-HORAS > W-DISPONIVEL
                   MOVE "*** HORAS ACIMA DO SALDO DO BANCO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (12, 06) BH-OBS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
       INC-006.
                IF W-SEL = 1
                            GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGBANCOH
                IF ST-ERRO = "00" OR "02"
                      MOVE CHAVE-BANCOH TO W-AUD-CHAVE
                      MOVE SPACES TO W-AUD-ANTES
                      MOVE REGBANCOH TO W-AUD-DEPOIS
                      MOVE "GRAVACAO" TO W-AUD-ACAO
                      CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                                  W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                                  W-AUD-DEPOIS
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** FOLGA JA EXISTE ***  " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADBANCOH"
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
                   GO TO ACE-002.
      *
       EXC-OPC.
                IF BH-SIT-EXCLUIDO
                   MOVE "*** FOLGA JA EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
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
                MOVE "E" TO BH-SIT-REGISTRO
                REWRITE REGBANCOH
                IF ST-ERRO = "00" OR "02"
                   MOVE CHAVE-BANCOH TO W-AUD-CHAVE
                   MOVE REGBANCOH TO W-AUD-DEPOIS
                   MOVE "EXCLUSAO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF ST-ERRO = "99"
                   MOVE "** REGISTRO EM USO POR OUTRO OPERADOR **"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * NA ALTERACAO AS HORAS JA LANCADAS NA   *
      * FOLGA VOLTAM AO DISPONIVEL             *
      *****************************************
       ACE-002.
                IF BH-SIT-ATIVO
                   ADD BH-HORAS TO W-DISPONIVEL.
                GO TO INC-004.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE "A" TO BH-SIT-REGISTRO
                REWRITE REGBANCOH
                IF ST-ERRO = "00" OR "02"
                   MOVE CHAVE-BANCOH TO W-AUD-CHAVE
                   MOVE REGBANCOH TO W-AUD-DEPOIS
                   MOVE "ALTERACAO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF ST-ERRO = "99"
                   MOVE "** REGISTRO EM USO POR OUTRO OPERADOR **"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADBANCOH" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       MOSTRA-FOLGA.
                DISPLAY (10, 12) BH-HORAS
                DISPLAY (12, 06) BH-OBS
                IF BH-SIT-EXCLUIDO
                   MOVE "EXCLUIDO" TO W-SITUACAO
                ELSE
                   MOVE "ATIVO" TO W-SITUACAO.
                DISPLAY (13, 11) W-SITUACAO.
       MOSTRA-FOLGA-FIM.
                EXIT.
      *
      *****************************************
      * SALDO DO BANCO DA MATRICULA: CREDITOS  *
      * MENOS FOLGAS E HORAS VENCIDAS PAGAS    *
      *****************************************
       CALCULA-SALDO.
                MOVE ZEROS TO W-CREDITOS W-DEBITOS W-SALDO
                MOVE W-MATRICULA TO BH-MATRICULA
                MOVE ZEROS       TO BH-DATA
                MOVE SPACES      TO BH-MOVIMENTO
                START CADBANCOH KEY IS NOT < CHAVE-BANCOH
                IF ST-ERRO NOT = "00"
                   GO TO CALCULA-SALDO-FIM.
       CALCULA-SALDO1.
                READ CADBANCOH NEXT RECORD
                   AT END
                      GO TO CALCULA-SALDO2
                   NOT AT END
                      NEXT SENTENCE.
                IF BH-MATRICULA NOT = W-MATRICULA
                   GO TO CALCULA-SALDO2.
                IF BH-SIT-EXCLUIDO
                   GO TO CALCULA-SALDO1.
                IF BH-CREDITO
                   ADD BH-HORAS TO W-CREDITOS
                ELSE
                   ADD BH-HORAS TO W-DEBITOS.
                GO TO CALCULA-SALDO1.
       CALCULA-SALDO2.
                IF W-CREDITOS > W-DEBITOS
                   COMPUTE W-SALDO = W-CREDITOS - W-DEBITOS.
       CALCULA-SALDO-FIM.
                EXIT.
      *
      *****************************************
      * DATA AAAAMMDD EM W-DATA COM MES E DIA  *
      * DENTRO DA FAIXA                        *
      *****************************************
       VALIDA-DATA.
                MOVE "S" TO W-DATA-OK
                IF W-DT-MES < 01 OR W-DT-MES > 12
                   OR W-DT-DIA < 01 OR W-DT-DIA > 31
                   OR W-DT-ANO = ZEROS
                   MOVE "N" TO W-DATA-OK.
       VALIDA-DATA-FIM.
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
