       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201821.
       AUTHOR. LEANDRO.
      **************************************************
      * MANUTENCAO DAS ROTAS DO TRANSPORTE ESCOLAR       *
      * (CADROTA): CODIGO, DESCRICAO, MOTORISTA E        *
      * TELEFONE, VEICULO E PLACA, CAPACIDADE, TURNO     *
      * (M/T/N), TAXA MENSAL (ZERO = SEM TAXA) E ATE 8   *
      * BAIRROS ATENDIDOS. A OCUPACAO E CONTADA NO       *
      * CADROTALU: A CAPACIDADE NAO PODE FICAR ABAIXO    *
      * DOS ALUNOS JA NA ROTA E A EXCLUSAO (LOGICA, SIT  *
      * "E") SO E ACEITA COM A ROTA VAZIA. ALTERAR UMA   *
      * ROTA EXCLUIDA A REATIVA. TUDO PASSA PELA         *
      * AUDITORIA (P201622).                             *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADROTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ROT-CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADROTALU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RAL-RM
                    FILE STATUS  IS ST-ROTALU.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADROTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADROTA.DAT".
           COPY ROTAREC.
       FD CADROTALU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADROTALU.DAT".
           COPY ROTALUREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL            PIC 9(01) VALUE ZEROS.
       77 W-TECLA          PIC X(01) VALUE SPACE.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ROTALU        PIC X(02) VALUE "00".
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
       77 W-BX             PIC 9(01) VALUE ZEROS.
       77 W-LIN            PIC 9(02) VALUE ZEROS.
       77 W-SEM-ROTALU     PIC X(01) VALUE "N".
       77 W-OCUPADOS       PIC 9(03) VALUE ZEROS.
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA          PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO       PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO  PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR  PIC X(01) VALUE "N".
       77 W-OP-NOME        PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA   PIC X(08) VALUE "FP201821".
       77 W-QSC-LIBERADO   PIC X(01) VALUE "N".
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "FP201821".
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
           OPEN I-O CADROTA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR ST-ERRO = "35"
                      OPEN OUTPUT CADROTA
                      CLOSE CADROTA
                      MOVE "*** ARQUIVO CADROTA CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADROTA"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                   ELSE
                      NEXT SENTENCE.
       INC-OP1.
                MOVE "N" TO W-SEM-ROTALU
                OPEN INPUT CADROTALU
                IF ST-ROTALU NOT = "00"
                   MOVE "S" TO W-SEM-ROTALU.
       INC-001.
                MOVE SPACES TO ROT-DESCRICAO ROT-MOTORISTA ROT-VEICULO
                               ROT-PLACA ROT-TURNO ROT-BAIRROS
                MOVE ZEROS  TO ROT-CODIGO ROT-MOT-DDD ROT-MOT-TELEFONE
                               ROT-CAPACIDADE ROT-TAXA W-OCUPADOS
                MOVE "A" TO ROT-SIT-REGISTRO
                MOVE SPACES TO W-AUD-ANTES
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 20) "ROTAS DO TRANSPORTE ESCOLAR"
                DISPLAY  (04, 01) "ROTA........: "
                DISPLAY  (05, 01) "DESCRICAO...: "
                DISPLAY  (06, 01) "MOTORISTA...: "
                DISPLAY  (07, 01) "TELEFONE....: "
                DISPLAY  (08, 01) "VEICULO.....: "
                DISPLAY  (09, 01) "PLACA.......: "
                DISPLAY  (10, 01) "CAPACIDADE..: "
                DISPLAY  (10, 25) "ALUNOS NA ROTA: "
                DISPLAY  (11, 01) "TURNO.......: "
                DISPLAY  (11, 18) "(M=MANHA T=TARDE N=NOITE)"
                DISPLAY  (12, 01) "TAXA MENSAL.: "
                DISPLAY  (12, 30) "(ZERO = SEM TAXA)"
                DISPLAY  (13, 01) "BAIRROS ATENDIDOS (BRANCO ENCERRA):".
       INC-002.
                ACCEPT  (04, 15) ROT-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADROTA
                   IF W-SEM-ROTALU = "N"
                      CLOSE CADROTALU
                      GO TO ROT-FIM
                   ELSE
                      GO TO ROT-FIM.
                IF ROT-CODIGO = ZEROS
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-ROT01.
                MOVE 0 TO W-SEL
                READ CADROTA
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM CONTA-OCUPADOS THRU CONTA-OCUPADOS-FIM
                      PERFORM MOSTRA-ROTA THRU MOSTRA-ROTA-FIM
                      MOVE REGROTA TO W-AUD-ANTES
                      GO TO LER-ROT02
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADROTA"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                GO TO INC-003.
       LER-ROT02.
                MOVE "*** ROTA JA CADASTRADA ***" TO MENS
                IF ROT-SIT-EXCLUIDO
                   MOVE "** ROTA EXCLUIDA - F2=ALTERAR REATIVA **"
                                                             TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE 1 TO W-SEL
                GO TO ACE-001.
       INC-003.
                ACCEPT (05, 15) ROT-DESCRICAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF ROT-DESCRICAO = SPACES
                   MOVE "*** DESCRICAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (06, 15) ROT-MOTORISTA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF ROT-MOTORISTA = SPACES
                   MOVE "*** MOTORISTA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (07, 15) ROT-MOT-DDD WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
       INC-005A.
                ACCEPT (07, 19) ROT-MOT-TELEFONE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF ROT-MOT-TELEFONE = ZEROS
                   MOVE "*** TELEFONE DO MOTORISTA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005A.
       INC-006.
                ACCEPT (08, 15) ROT-VEICULO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005A.
                IF ROT-VEICULO = SPACES
                   MOVE "*** VEICULO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT (09, 15) ROT-PLACA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF ROT-PLACA = SPACES
                   MOVE "*** PLACA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
      *
      *****************************************
      * A CAPACIDADE NAO PODE FICAR ABAIXO DOS *
      * ALUNOS QUE JA ESTAO NA ROTA            *
      *****************************************
       INC-008.
                ACCEPT (10, 15) ROT-CAPACIDADE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF ROT-CAPACIDADE = ZEROS
                   MOVE "*** CAPACIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                IF ROT-CAPACIDADE < W-OCUPADOS
                   MOVE "** CAPACIDADE MENOR QUE OS ALUNOS NA ROTA **"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT (11, 15) ROT-TURNO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF NOT ROT-TURNO-VALIDO
                   MOVE "*** TURNO INVALIDO (M, T OU N) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-010.
                ACCEPT (12, 15) ROT-TAXA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
      *
      *****************************************
      * BAIRROS: AO MENOS UM; O PRIMEIRO EM    *
      * BRANCO ENCERRA E LIMPA OS SEGUINTES    *
      *****************************************
       INC-011.
                MOVE 1 TO W-BX.
       INC-012.
                COMPUTE W-LIN = W-BX + 13
                ACCEPT (W-LIN, 15) ROT-BAIRRO (W-BX) WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-BX = 1
                      GO TO INC-010
                   ELSE
                      SUBTRACT 1 FROM W-BX
                      GO TO INC-012.
                IF ROT-BAIRRO (W-BX) = SPACES
                   IF W-BX = 1
                      MOVE "*** INFORME AO MENOS UM BAIRRO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-012
                   ELSE
                      PERFORM LIMPA-BAIRRO THRU LIMPA-BAIRRO-FIM
                        VARYING W-BX FROM W-BX BY 1 UNTIL W-BX > 8
                      PERFORM MOSTRA-BAIRRO THRU MOSTRA-BAIRRO-FIM
                        VARYING W-BX FROM 1 BY 1 UNTIL W-BX > 8
                      GO TO INC-013.
                IF W-BX < 8
                   ADD 1 TO W-BX
                   GO TO INC-012.
       INC-013.
                IF W-SEL = 1
                            GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGROTA
                IF ST-ERRO = "00" OR "02"
                      MOVE ROT-CODIGO TO W-AUD-CHAVE
                      MOVE SPACES TO W-AUD-ANTES
                      MOVE REGROTA TO W-AUD-DEPOIS
                      MOVE "GRAVACAO" TO W-AUD-ACAO
                      CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                                  W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                                  W-AUD-DEPOIS
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** ROTA JA EXISTE ***   " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADROTA"
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
                IF ROT-SIT-EXCLUIDO
                   MOVE "*** ROTA JA ESTA EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OCUPADOS > ZEROS
                   MOVE "** ROTA COM ALUNOS - DESVINCULE NO FP201822 **"
                                                             TO MENS
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
                MOVE "E" TO ROT-SIT-REGISTRO
                REWRITE REGROTA
                IF ST-ERRO = "00" OR "02"
                   MOVE ROT-CODIGO TO W-AUD-CHAVE
                   MOVE REGROTA TO W-AUD-DEPOIS
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
                IF W-ACT = 02 GO TO INC-011.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE "A" TO ROT-SIT-REGISTRO
                REWRITE REGROTA
                IF ST-ERRO = "00" OR "02"
                   MOVE ROT-CODIGO TO W-AUD-CHAVE
                   MOVE REGROTA TO W-AUD-DEPOIS
                   MOVE "ALTERACAO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO CADROTA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       MOSTRA-ROTA.
                DISPLAY  (05, 15) ROT-DESCRICAO
                DISPLAY  (06, 15) ROT-MOTORISTA
                DISPLAY  (07, 15) ROT-MOT-DDD
                DISPLAY  (07, 19) ROT-MOT-TELEFONE
                DISPLAY  (08, 15) ROT-VEICULO
                DISPLAY  (09, 15) ROT-PLACA
                DISPLAY  (10, 15) ROT-CAPACIDADE
                DISPLAY  (10, 41) W-OCUPADOS
                DISPLAY  (11, 15) ROT-TURNO
                DISPLAY  (12, 15) ROT-TAXA
                PERFORM MOSTRA-BAIRRO THRU MOSTRA-BAIRRO-FIM
                  VARYING W-BX FROM 1 BY 1 UNTIL W-BX > 8.
       MOSTRA-ROTA-FIM.
                EXIT.
      *
       LIMPA-BAIRRO.
                MOVE SPACES TO ROT-BAIRRO (W-BX).
       LIMPA-BAIRRO-FIM.
                EXIT.
      *
       MOSTRA-BAIRRO.
                COMPUTE W-LIN = W-BX + 13
                DISPLAY (W-LIN, 15) ROT-BAIRRO (W-BX).
       MOSTRA-BAIRRO-FIM.
                EXIT.
      *
      *****************************************
      * ALUNOS ATIVOS NA ROTA, CONTADOS NO     *
      * CADROTALU                              *
      *****************************************
       CONTA-OCUPADOS.
                MOVE ZEROS TO W-OCUPADOS
                IF W-SEM-ROTALU = "S"
                   GO TO CONTA-OCUPADOS-FIM.
                MOVE ZEROS TO RAL-RM
                START CADROTALU KEY IS NOT LESS THAN RAL-RM
                   INVALID KEY
                      GO TO CONTA-OCUPADOS-FIM.
       CONTA-OCUPADOS1.
                READ CADROTALU NEXT RECORD
                   AT END
                      GO TO CONTA-OCUPADOS-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF RAL-ROTA = ROT-CODIGO AND RAL-SIT-ATIVO
                   IF W-OCUPADOS < 999
                      ADD 1 TO W-OCUPADOS.
                GO TO CONTA-OCUPADOS1.
       CONTA-OCUPADOS-FIM.
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
