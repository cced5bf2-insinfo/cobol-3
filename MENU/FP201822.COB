       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201822.
       AUTHOR. LEANDRO.
      **************************************************
      * TRANSPORTE ESCOLAR - VINCULO DO ALUNO A ROTA     *
      * (CADROTALU, UMA ROTA POR RM). MOSTRA O ENDERECO  *
      * E O RESPONSAVEL DO CADALUNO E, AO DIGITAR A      *
      * ROTA, A LOTACAO CONTADA NO CADROTALU. ROTA       *
      * LOTADA E RECUSADA; BAIRRO DO ALUNO (DO CADALUNO, *
      * OU PELO CEP VIA P201616 QUANDO EM BRANCO) FORA   *
      * DOS BAIRROS DA ROTA SO GERA AVISO, E O OPERADOR  *
      * DECIDE NA CONFIRMACAO. ALUNO JA VINCULADO: F2    *
      * TROCA DE ROTA (MESMA CHECAGEM), F3 DESVINCULA    *
      * (SIT "E" COM A DATA EM RAL-FIM, QUE ENCERRA A    *
      * TAXA NO P201712). TUDO PASSA PELA AUDITORIA      *
      * (P201622).                                       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADROTALU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RAL-RM
                    FILE STATUS  IS ST-ERRO.
       SELECT CADROTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ROT-CODIGO
                    FILE STATUS  IS ST-ROTA.
       SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALU-RM
                    FILE STATUS  IS ST-ALUNO
                    ALTERNATE RECORD KEY IS ALU-NOME
                               WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADROTALU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADROTALU.DAT".
           COPY ROTALUREC.
       FD CADROTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADROTA.DAT".
           COPY ROTAREC.
       FD CADALUNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALUNO.DAT".
           COPY ALUNOREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL            PIC 9(01) VALUE ZEROS.
       77 W-TECLA          PIC X(01) VALUE SPACE.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ROTA          PIC X(02) VALUE "00".
       77 ST-ALUNO         PIC X(02) VALUE "00".
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
       77 W-RM             PIC 9(05) VALUE ZEROS.
       77 W-ROTA           PIC 9(03) VALUE ZEROS.
       77 W-OCUPADOS       PIC 9(03) VALUE ZEROS.
       77 W-EXISTE         PIC X(01) VALUE "N".
       77 W-BX             PIC 9(01) VALUE ZEROS.
       77 W-BAIRRO-OK      PIC X(01) VALUE "N".
       77 W-BAIRRO-ALUNO   PIC X(20) VALUE SPACES.
       77 W-CEP-ACHOU      PIC X(01) VALUE "N".
       77 W-CEP-LOGRAD     PIC X(30) VALUE SPACES.
       77 W-CEP-CIDADE     PIC X(20) VALUE SPACES.
       77 W-CEP-UF         PIC X(02) VALUE SPACES.
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA          PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO       PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO  PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR  PIC X(01) VALUE "N".
       77 W-OP-NOME        PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA   PIC X(08) VALUE "FP201822".
       77 W-QSC-LIBERADO   PIC X(01) VALUE "N".
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "FP201822".
       77 W-AUD-ACAO       PIC X(10) VALUE SPACES.
       77 W-AUD-CHAVE      PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES      PIC X(200) VALUE SPACES.
       77 W-AUD-DEPOIS     PIC X(200) VALUE SPACES.
       01 W-REG-ROTALU     PIC X(55) VALUE SPACES.
       01 W-HOJE.
                03 W-HOJE-ANO    PIC 9(04).
                03 W-HOJE-MES    PIC 9(02).
                03 W-HOJE-DIA    PIC 9(02).
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
       INC-OP0.
           OPEN I-O CADROTALU
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR ST-ERRO = "35"
                      OPEN OUTPUT CADROTALU
                      CLOSE CADROTALU
                      MOVE "*** ARQUIVO CADROTALU CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADROTALU"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                   ELSE
                      NEXT SENTENCE.
       INC-OP1.
                OPEN INPUT CADROTA
                IF ST-ROTA NOT = "00"
                   MOVE "*** SEM ROTAS CADASTRADAS (CADROTA) ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADROTALU
                   GO TO ROT-FIM.
       INC-OP2.
                OPEN INPUT CADALUNO
                IF ST-ALUNO NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADALUNO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADROTALU CADROTA
                   GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS TO W-RM W-ROTA W-OCUPADOS
                MOVE "N" TO W-EXISTE
                MOVE SPACES TO W-AUD-ANTES
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 20) "TRANSPORTE ESCOLAR - ALUNO X ROTA"
                DISPLAY  (04, 01) "RM..........: "
                DISPLAY  (05, 01) "ENDERECO....: "
                DISPLAY  (06, 01) "BAIRRO......: "
                DISPLAY  (06, 37) "CEP: "
                DISPLAY  (07, 01) "RESPONSAVEL.: "
                DISPLAY  (09, 01) "ROTA........: "
                DISPLAY  (10, 01) "TURNO.......: "
                DISPLAY  (10, 19) "MOTORISTA: "
                DISPLAY  (11, 01) "VEICULO.....: "
                DISPLAY  (11, 37) "PLACA: "
                DISPLAY  (12, 01) "LOTACAO.....: "
                DISPLAY  (12, 19) "DE"
                DISPLAY  (13, 01) "TAXA MENSAL.: "
                DISPLAY  (14, 01) "VINCULADO EM: ".
       INC-002.
                ACCEPT  (04, 15) W-RM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADROTALU CADROTA CADALUNO
                   GO TO ROT-FIM.
                IF W-RM = ZEROS
                   MOVE "*** RM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE W-RM TO ALU-RM
                READ CADALUNO
                IF ST-ALUNO NOT = "00"
                   MOVE "*** ALUNO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF ALU-SIT-EXCLUIDO
                   MOVE "*** ALUNO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                PERFORM MOSTRA-ALUNO THRU MOSTRA-ALUNO-FIM.
       LER-RAL01.
                MOVE 0 TO W-SEL
                MOVE W-RM TO RAL-RM
                READ CADROTALU
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE REGROTALU TO W-AUD-ANTES
                      MOVE "S" TO W-EXISTE
                      GO TO LER-RAL02
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADROTALU"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                GO TO INC-003.
      *
      *****************************************
      * VINCULO DESFEITO ANTES: O REGISTRO E   *
      * REAPROVEITADO COMO VINCULO NOVO        *
      *****************************************
       LER-RAL02.
                IF RAL-SIT-EXCLUIDO
                   GO TO INC-003.
                MOVE RAL-ROTA TO W-ROTA ROT-CODIGO
                READ CADROTA
                IF ST-ROTA = "00"
                   PERFORM CONTA-OCUPADOS THRU CONTA-OCUPADOS-FIM
                   PERFORM MOSTRA-ROTA THRU MOSTRA-ROTA-FIM.
                DISPLAY (09, 15) W-ROTA
                DISPLAY (14, 15) RAL-INICIO
                MOVE "*** ALUNO JA VINCULADO A UMA ROTA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE 1 TO W-SEL
                GO TO ACE-001.
      *
      *****************************************
      * ROTA: ATIVA E COM LUGAR. BAIRRO FORA   *
      * DA ROTA SO AVISA                       *
      *****************************************
       INC-003.
                ACCEPT (09, 15) W-ROTA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                MOVE W-ROTA TO ROT-CODIGO
                READ CADROTA
                IF ST-ROTA NOT = "00"
                   MOVE "*** ROTA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF ROT-SIT-EXCLUIDO
                   MOVE "*** ROTA EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF W-SEL = 1 AND W-ROTA = RAL-ROTA
                   MOVE "*** ALUNO JA ESTA NESTA ROTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                PERFORM CONTA-OCUPADOS THRU CONTA-OCUPADOS-FIM
                PERFORM MOSTRA-ROTA THRU MOSTRA-ROTA-FIM
                IF W-OCUPADOS NOT < ROT-CAPACIDADE
                   MOVE "*** ROTA LOTADA - VINCULO RECUSADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE "N" TO W-BAIRRO-OK
                PERFORM BUSCA-BAIRRO THRU BUSCA-BAIRRO-FIM
                  VARYING W-BX FROM 1 BY 1
                  UNTIL W-BX > 8 OR W-BAIRRO-OK = "S"
                IF W-BAIRRO-OK = "S"
                   DISPLAY (16, 01) LIMPA
                ELSE
                   DISPLAY (16, 01)
                        "ATENCAO: BAIRRO DO ALUNO FORA DA ROTA"
                   MOVE "** BAIRRO FORA DA ROTA - CONFIRME O VINCULO **"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
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
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-RM       TO RAL-RM
                MOVE W-ROTA     TO RAL-ROTA
                MOVE W-HOJE-NUM TO RAL-INICIO
                MOVE ZEROS      TO RAL-FIM
                MOVE "A"        TO RAL-SIT-REGISTRO
                IF W-EXISTE = "S"
                   REWRITE REGROTALU
                ELSE
                   WRITE REGROTALU.
                IF ST-ERRO = "00" OR "02"
                      MOVE RAL-RM TO W-AUD-CHAVE
                      MOVE REGROTALU TO W-AUD-DEPOIS
                      MOVE "VINCULO" TO W-AUD-ACAO
                      CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                                  W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                                  W-AUD-DEPOIS
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** ALUNO JA VINCULADO ***   " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADROTALU"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/TROCA/DESVINCULO   *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO ALUNO   F2=TROCAR ROTA   F3=DESVINCULAR"
                ACCEPT (23, 61) W-OPCAO
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
                DISPLAY (23, 40) "DESVINCULAR (S/N) : ".
                ACCEPT (23, 60) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** VINCULO MANTIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE-NUM TO RAL-FIM
                MOVE "E" TO RAL-SIT-REGISTRO
                REWRITE REGROTALU
                IF ST-ERRO = "00" OR "02"
                   MOVE RAL-RM TO W-AUD-CHAVE
                   MOVE REGROTALU TO W-AUD-DEPOIS
                   MOVE "DESVINCULO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** ALUNO DESVINCULADO DA ROTA ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NO DESVINCULO DO ALUNO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "TROCAR ROTA (S/N) : ".
                ACCEPT (23, 60) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ROTA NAO ALTERADA *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE W-ROTA TO RAL-ROTA
                REWRITE REGROTALU
                IF ST-ERRO = "00" OR "02"
                   MOVE RAL-RM TO W-AUD-CHAVE
                   MOVE REGROTALU TO W-AUD-DEPOIS
                   MOVE "TROCA" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** ROTA DO ALUNO TROCADA ***     " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO CADROTALU" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * ENDERECO E RESPONSAVEL DO ALUNO; SEM   *
      * BAIRRO NO CADALUNO, VALE O DO CEP      *
      *****************************************
       MOSTRA-ALUNO.
                DISPLAY (04, 22) ALU-NOME
                DISPLAY (05, 15) ALU-LOGRADOURO
                DISPLAY (05, 47) ALU-NUMERO
                MOVE ALU-BAIRRO TO W-BAIRRO-ALUNO
                IF W-BAIRRO-ALUNO = SPACES
                   MOVE "N" TO W-CEP-ACHOU
                   CALL "P201616" USING ALU-CEP W-CEP-LOGRAD
                                  W-BAIRRO-ALUNO W-CEP-CIDADE W-CEP-UF
                                  W-CEP-ACHOU
                   IF W-CEP-ACHOU NOT = "S"
                      MOVE SPACES TO W-BAIRRO-ALUNO.
                DISPLAY (06, 15) W-BAIRRO-ALUNO
                DISPLAY (06, 42) ALU-CEP
                DISPLAY (07, 15) ALU-RESPONSAVEL
                DISPLAY (07, 52) ALU-DDD
                DISPLAY (07, 56) ALU-TELEFONE.
       MOSTRA-ALUNO-FIM.
                EXIT.
      *
       MOSTRA-ROTA.
                DISPLAY (09, 20) ROT-DESCRICAO
                DISPLAY (10, 15) ROT-TURNO
                DISPLAY (10, 30) ROT-MOTORISTA
                DISPLAY (11, 15) ROT-VEICULO
                DISPLAY (11, 44) ROT-PLACA
                DISPLAY (12, 15) W-OCUPADOS
                DISPLAY (12, 22) ROT-CAPACIDADE
                DISPLAY (13, 15) ROT-TAXA.
       MOSTRA-ROTA-FIM.
                EXIT.
      *
       BUSCA-BAIRRO.
                IF ROT-BAIRRO (W-BX) NOT = SPACES
                   AND ROT-BAIRRO (W-BX) = W-BAIRRO-ALUNO
                   MOVE "S" TO W-BAIRRO-OK.
       BUSCA-BAIRRO-FIM.
                EXIT.
      *
      *****************************************
      * ALUNOS ATIVOS NA ROTA. A VARREDURA     *
      * MEXE NO REGISTRO LIDO, QUE E GUARDADO  *
      * E DEVOLVIDO NO FIM                     *
      *****************************************
       CONTA-OCUPADOS.
                MOVE ZEROS TO W-OCUPADOS
                MOVE REGROTALU TO W-REG-ROTALU
                MOVE ZEROS TO RAL-RM
                START CADROTALU KEY IS NOT LESS THAN RAL-RM
                   INVALID KEY
                      GO TO CONTA-OCUPADOS2.
       CONTA-OCUPADOS1.
                READ CADROTALU NEXT RECORD
                   AT END
                      GO TO CONTA-OCUPADOS2
                   NOT AT END
                      NEXT SENTENCE.
                IF RAL-ROTA = ROT-CODIGO AND RAL-SIT-ATIVO
                   IF W-OCUPADOS < 999
                      ADD 1 TO W-OCUPADOS.
                GO TO CONTA-OCUPADOS1.
       CONTA-OCUPADOS2.
                MOVE W-REG-ROTALU TO REGROTALU.
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
