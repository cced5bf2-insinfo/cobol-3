       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201755.
       AUTHOR. LEANDRO.
      **************************************************
      * REMATRICULA - RESPOSTA DA FAMILIA NA CAMPANHA    *
      * ABERTA PELO P201754 (CADREMAT). O ALUNO (RM +    *
      * ANO LETIVO DE DESTINO) JA TEM O REGISTRO         *
      * PENDENTE; AQUI A SECRETARIA MARCA CONFIRMADA OU  *
      * DECLINADA E PODE TROCAR A TURMA PREVISTA         *
      * (CONFERIDA NO CADTURMA VIA P201654). A           *
      * CONFIRMACAO E RECUSADA DEPOIS DO PRAZO OU COM    *
      * MENSALIDADE VENCIDA EM ABERTO (CADMENS VIA       *
      * P201755), SALVO LIBERACAO DE SUPERVISOR: O       *
      * PROPRIO OPERADOR, SE FOR SUPERVISOR, OU UM       *
      * SUPERVISOR QUE DIGITA CODIGO E SENHA NA HORA     *
      * (P201674). A LIBERACAO FICA GRAVADA NO REGISTRO  *
      * E NA AUDITORIA.                                  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADREMAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-REMAT
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADREMAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREMAT.DAT".
           COPY REMATREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL            PIC 9(01) VALUE ZEROS.
       77 W-TECLA          PIC X(01) VALUE SPACE.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
       77 W-SIT-ANTES      PIC X(01) VALUE SPACE.
       77 W-ALU-NOME       PIC X(35) VALUE SPACES.
       77 W-ALU-SEXO       PIC X(01) VALUE SPACE.
       77 W-ALU-DATANASC   PIC 9(08) VALUE ZEROS.
       77 W-ALU-ACHOU      PIC X(01) VALUE "N".
       77 W-TUR-ACHOU      PIC X(01) VALUE "N".
       77 W-TUR-MAX        PIC 9(03) VALUE ZEROS.
       77 W-TUR-QTD        PIC 9(03) VALUE ZEROS.
       77 W-DEB-QTD        PIC 9(03) VALUE ZEROS.
       77 W-DEB-VALOR      PIC 9(07)V99 VALUE ZEROS.
       77 W-DEB-ACHOU      PIC X(01) VALUE "N".
       77 W-DEB-VALOR-ED   PIC Z.ZZZ.ZZ9,99.
       77 W-FORA-PRAZO     PIC X(01) VALUE "N".
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
       77 W-QSC-PROGRAMA   PIC X(08) VALUE "FP201755".
       77 W-QSC-LIBERADO   PIC X(01) VALUE "N".
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "FP201755".
       77 W-AUD-ACAO       PIC X(10) VALUE SPACES.
       77 W-AUD-CHAVE      PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES      PIC X(200) VALUE SPACES.
       77 W-AUD-DEPOIS     PIC X(200) VALUE SPACES.
       01 W-HOJE.
                03 W-ANO-ATUAL     PIC 9(04).
                03 W-MES-ATUAL     PIC 9(02).
                03 W-DIA-ATUAL     PIC 9(02).
       01 W-HOJE-NUM REDEFINES W-HOJE PIC 9(08).
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
      * O CADREMAT SO NASCE NA ABERTURA DA CAMPANHA (P201754); SEM
      * ELE NAO HA O QUE RESPONDER
      *
       INC-OP0.
                OPEN I-O CADREMAT
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "30" OR "35"
                      MOVE "** CAMPANHA DE REMATRICULA NAO ABERTA **"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADREMAT"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO REM-RM REM-ANOLETIVO REM-PRAZO
                               REM-DATA-RESP
                MOVE SPACES TO REM-TURMA-ATUAL REM-TURMA-NOVA REM-SIT
                               REM-LIBERADA REM-SUPERVISOR REM-OPERADOR
                MOVE 0 TO W-SEL
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 20) "REMATRICULA"
                DISPLAY  (04, 01) "RM: "
                DISPLAY  (04, 30) "ANO LETIVO DE DESTINO: "
                DISPLAY  (05, 01) "ALUNO: "
                DISPLAY  (07, 01) "TURMA ATUAL: "
                DISPLAY  (07, 30) "TURMA PREVISTA: "
                DISPLAY  (09, 01) "SITUACAO: "
                DISPLAY  (09, 14) "(P=PENDENTE C=CONFIRMADA"
                DISPLAY  (09, 39) "D=DECLINADA)"
                DISPLAY  (11, 01) "PRAZO (AAAAMMDD): "
                DISPLAY  (11, 30) "RESPOSTA EM: "
                DISPLAY  (13, 01) "MENSALIDADES VENCIDAS EM ABERTO: "
                DISPLAY  (13, 40) "VALOR: "
                DISPLAY  (15, 01) "LIBERADA POR SUPERVISOR: "
                DISPLAY  (17, 01) "OPERADOR: ".
       INC-002.
                ACCEPT  (04, 05) REM-RM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADREMAT
                   GO TO ROT-FIM.
                IF REM-RM = ZEROS
                   MOVE "*** RM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE "N" TO W-ALU-ACHOU
                CALL "P201689" USING REM-RM W-ALU-NOME W-ALU-SEXO
                                     W-ALU-DATANASC W-ALU-ACHOU
                IF W-ALU-ACHOU NOT = "S"
                   MOVE SPACES TO W-ALU-NOME.
                DISPLAY (05, 08) W-ALU-NOME.
       INC-002A.
                ACCEPT (04, 53) REM-ANOLETIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF REM-ANOLETIVO = ZEROS
                   MOVE "*** ANO LETIVO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
       LER-REMAT.
                READ CADREMAT
                IF ST-ERRO = "00"
                   MOVE REGREMAT TO W-AUD-ANTES
                   MOVE REM-SIT TO W-SIT-ANTES
                   PERFORM MOSTRA-REMAT THRU MOSTRA-REMAT-FIM
                   MOVE 1 TO W-SEL
                   GO TO ACE-001.
                IF ST-ERRO = "23"
                   MOVE "** ALUNO FORA DA CAMPANHA DE REMATRICULA **"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE "ERRO NA LEITURA DO ARQUIVO CADREMAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * O REGISTRO SO E CRIADO PELA CAMPANHA:  *
      * AQUI E SO CONSULTA E ALTERACAO         *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 02)
                "F1=NOVO  F2=ALTERAR"
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 02) MENS
                IF W-ACT = 02
                   GO TO INC-001.
       INC-005.
                ACCEPT (09, 11) REM-SIT WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF NOT REM-SIT-VALIDA
                   MOVE "*** SITUACAO INVALIDA (P, C OU D) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT (07, 47) REM-TURMA-NOVA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF REM-TURMA-NOVA = SPACES
                   IF REM-CONFIRMADA
                      MOVE "*** CONFIRMADA EXIGE TURMA PREVISTA ***"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-006
                   ELSE
                      GO TO INC-007.
                MOVE "N" TO W-TUR-ACHOU
                CALL "P201654" USING REM-TURMA-NOVA REM-ANOLETIVO
                                     W-TUR-ACHOU W-TUR-MAX W-TUR-QTD
                IF W-TUR-ACHOU NOT = "S"
                   MOVE "*** TURMA NAO CADASTRADA PARA O ANO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
      *
      *****************************************
      * CONFIRMACAO FORA DO PRAZO OU COM       *
      * DEBITO VENCIDO SO COM SUPERVISOR       *
      *****************************************
       INC-007.
                IF NOT REM-CONFIRMADA
                   MOVE "N" TO REM-LIBERADA
                   MOVE SPACES TO REM-SUPERVISOR
                   GO TO INC-009.
                IF W-SIT-ANTES = "C"
                   GO TO INC-009.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE "N" TO W-FORA-PRAZO
                IF W-HOJE-NUM > REM-PRAZO
                   MOVE "S" TO W-FORA-PRAZO.
                MOVE "N" TO W-DEB-ACHOU
                CALL "P201755" USING REM-RM W-HOJE-NUM W-DEB-QTD
                                     W-DEB-VALOR W-DEB-ACHOU
                MOVE W-DEB-VALOR TO W-DEB-VALOR-ED
                DISPLAY (13, 35) W-DEB-QTD
                DISPLAY (13, 47) W-DEB-VALOR-ED
                MOVE "N" TO REM-LIBERADA
                MOVE SPACES TO REM-SUPERVISOR
                IF W-FORA-PRAZO = "N" AND W-DEB-QTD = ZEROS
                   GO TO INC-009.
                IF W-DEB-QTD > ZEROS
                   MOVE "** ALUNO COM MENSALIDADE VENCIDA EM ABERTO **"
                                                             TO MENS
                ELSE
                   MOVE "*** PRAZO DA REMATRICULA ENCERRADO ***"
                                                             TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF W-OP-SUPERVISOR = "S"
                   MOVE W-OPERADOR TO W-SUP-CODIGO
                   GO TO INC-008.
                DISPLAY (19, 01) "LIBERACAO - SUPERVISOR: "
                DISPLAY (20, 01) "            SENHA.....: ".
       INC-007A.
                MOVE SPACES TO W-SUP-CODIGO W-SUP-SENHA
                ACCEPT (19, 25) W-SUP-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   PERFORM LIMPA-SUP THRU LIMPA-SUP-FIM
                   GO TO INC-005.
                IF W-SUP-CODIGO = SPACES
                   PERFORM LIMPA-SUP THRU LIMPA-SUP-FIM
                   MOVE "*** CONFIRMACAO NAO LIBERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                ACCEPT (20, 25) W-SUP-SENHA
                MOVE ZEROS TO W-SUP-OPCAO
                CALL "P201674" USING W-SUP-CODIGO W-SUP-SENHA
                            W-SUP-OPCAO W-SUP-AUTORIZADO
                            W-SUP-SUPERVISOR W-SUP-NOME
                IF W-SUP-SUPERVISOR NOT = "S"
                   MOVE "*** SUPERVISOR OU SENHA INVALIDOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007A.
                PERFORM LIMPA-SUP THRU LIMPA-SUP-FIM.
       INC-008.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 30) "LIBERA CONFIRMACAO (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** CONFIRMACAO NAO LIBERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                MOVE "S" TO REM-LIBERADA
                MOVE W-SUP-CODIGO TO REM-SUPERVISOR.
       INC-009.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                IF REM-SIT NOT = W-SIT-ANTES
                   MOVE W-HOJE-NUM TO REM-DATA-RESP.
                MOVE W-OPERADOR TO REM-OPERADOR
                PERFORM MOSTRA-REMAT THRU MOSTRA-REMAT-FIM.
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
                REWRITE REGREMAT
                IF ST-ERRO = "00" OR "02"
                   MOVE CHAVE-REMAT TO W-AUD-CHAVE
                   MOVE REGREMAT TO W-AUD-DEPOIS
                   MOVE "ALTERACAO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADREMAT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       MOSTRA-REMAT.
                DISPLAY (07, 15) REM-TURMA-ATUAL
                DISPLAY (07, 47) REM-TURMA-NOVA
                DISPLAY (09, 11) REM-SIT
                DISPLAY (11, 19) REM-PRAZO
                DISPLAY (11, 43) REM-DATA-RESP
                DISPLAY (15, 26) REM-LIBERADA
                DISPLAY (15, 30) REM-SUPERVISOR
                DISPLAY (17, 11) REM-OPERADOR.
       MOSTRA-REMAT-FIM.
                EXIT.
      *
       LIMPA-SUP.
                DISPLAY (19, 01) LIMPA
                DISPLAY (20, 01) LIMPA.
       LIMPA-SUP-FIM.
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
