       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201747.
       AUTHOR. LEANDRO.
      **************************************************
      * MANUTENCAO DO HORARIO SEMANAL DE AULAS           *
      * (CADHORARIO): PARA CADA TURMA + ANO LETIVO + DIA *
      * DA SEMANA + PERIODO, A MATERIA, O PROFESSOR E A  *
      * SALA. A TURMA/ANO E LIDA NO CADTURMA (TURNO E    *
      * SALA PADRAO), A MATERIA VALIDADA VIA P201651 E O *
      * PROFESSOR VIA P201690, QUE SO ENTRA SE ESTIVER   *
      * ATRIBUIDO A MATERIA NA TURMA (CADPROFTUR VIA     *
      * P201691). RECUSA O PROFESSOR QUE JA DA AULA EM   *
      * OUTRA TURMA NO MESMO DIA/TURNO/PERIODO E A SALA  *
      * JA OCUPADA NESSE MESMO HORARIO. DEPOIS DE CADA   *
      * GRAVACAO AVISA QUANDO AS AULAS SEMANAIS DA       *
      * MATERIA, PROJETADAS PARA AS 40 SEMANAS LETIVAS,  *
      * NAO BATEM COM A CARGA PREVISTA NO CADAULAS.      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADHORARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-HORARIO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADTURMA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-TURMA
                    FILE STATUS  IS ST-TURMA.
       SELECT CADAULAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AULAS
                    FILE STATUS  IS ST-AULAS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADHORARIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHORARIO.DAT".
           COPY HORARIOREC.
       FD CADTURMA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTURMA.DAT".
           COPY TURMAREC.
       FD CADAULAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAULAS.DAT".
           COPY AULASREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-TECLA          PIC X(01) VALUE SPACE.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-TURMA         PIC X(02) VALUE "00".
       77 ST-AULAS         PIC X(02) VALUE "00".
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 W-SEL            PIC 9(01) VALUE ZEROS.
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
       77 W-MAT-ACHOU      PIC X(01) VALUE "N".
       77 W-MAT-DENOM      PIC X(25) VALUE SPACES.
       77 W-PRF-ACHOU      PIC X(01) VALUE "N".
       77 W-PRF-NOME       PIC X(30) VALUE SPACES.
       77 W-PT-ACHOU       PIC X(01) VALUE "N".
       77 W-CONFLITO       PIC X(01) VALUE "N".
       77 W-TURMA-CONFLITO PIC X(05) VALUE SPACES.
       77 W-FIM-HORARIO    PIC X(01) VALUE "N".
      *
      * 200 DIAS LETIVOS = 40 SEMANAS: E O FATOR QUE LEVA AS AULAS
      * SEMANAIS DO HORARIO PARA A CARGA ANUAL DO CADAULAS
      *
       77 W-SEMANAS-LETIVAS PIC 9(02) VALUE 40.
       77 W-QTD-SEMANAL    PIC 9(03) VALUE ZEROS.
       77 W-QTD-ANUAL      PIC 9(05) VALUE ZEROS.
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA          PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO       PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO  PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR  PIC X(01) VALUE "N".
       77 W-OP-NOME        PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA   PIC X(08) VALUE "FP201747".
       77 W-QSC-LIBERADO   PIC X(01) VALUE "N".
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "FP201747".
       77 W-AUD-ACAO       PIC X(10) VALUE SPACES.
       77 W-AUD-CHAVE      PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES      PIC X(200) VALUE SPACES.
       77 W-AUD-DEPOIS     PIC X(200) VALUE SPACES.
       01 W-REG-HORARIO    PIC X(40) VALUE SPACES.
       01 W-CHAVE-ATUAL.
                03 W-CH-TURMA      PIC X(05).
                03 W-CH-ANOLETIVO  PIC 9(04).
                03 W-CH-DIASEMANA  PIC 9(01).
                03 W-CH-PERIODO    PIC 9(01).
       01 W-DADOS-ATUAIS.
                03 W-CH-TURNO      PIC X(01).
                03 W-CH-MATERIA    PIC 9(02).
                03 W-CH-PROFESSOR  PIC 9(03).
                03 W-CH-SALA       PIC X(05).
       01 W-NOMES-DIAS.
                03 FILLER          PIC X(07) VALUE "SEGUNDA".
                03 FILLER          PIC X(07) VALUE "TERCA".
                03 FILLER          PIC X(07) VALUE "QUARTA".
                03 FILLER          PIC X(07) VALUE "QUINTA".
                03 FILLER          PIC X(07) VALUE "SEXTA".
                03 FILLER          PIC X(07) VALUE "SABADO".
       01 W-TAB-DIAS REDEFINES W-NOMES-DIAS.
                03 W-NOME-DIA      PIC X(07) OCCURS 6 TIMES.
       77 W-IND-DIA        PIC 9(01) VALUE ZEROS.
       01 W-MENS-CARGA.
                03 FILLER          PIC X(08) VALUE "SEMANAL ".
                03 MC-SEMANAL      PIC ZZ9.
                03 FILLER          PIC X(11) VALUE " X 40 SEM= ".
                03 MC-ANUAL        PIC ZZZZ9.
                03 FILLER          PIC X(12) VALUE " PREVISTAS: ".
                03 MC-PREVISTA     PIC ZZZ9.
                03 FILLER          PIC X(07) VALUE " (DIF)".
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
           OPEN I-O CADHORARIO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADHORARIO
                      CLOSE CADHORARIO
                      MOVE "*** ARQUIVO CADHORARIO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADHORARIO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                   ELSE
                      NEXT SENTENCE.
           OPEN INPUT CADTURMA
           IF ST-TURMA NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADTURMA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADHORARIO
              GO TO ROT-FIM.
           OPEN INPUT CADAULAS.
       INC-001.
                MOVE ZEROS  TO HOR-ANOLETIVO HOR-DIASEMANA HOR-PERIODO
                               HOR-MATERIA HOR-PROFESSOR
                MOVE SPACES TO HOR-TURMA HOR-TURNO HOR-SALA
                MOVE 0 TO W-SEL
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 15) "HORARIO SEMANAL DE AULAS"
                DISPLAY  (04, 01) "TURMA: "
                DISPLAY  (04, 20) "ANO LETIVO: "
                DISPLAY  (04, 40) "TURNO: "
                DISPLAY  (06, 01) "DIA DA SEMANA (2=SEG A 7=SAB): "
                DISPLAY  (07, 01) "PERIODO DO TURNO (1 A 9)....: "
                DISPLAY  (09, 01) "MATERIA..: "
                DISPLAY  (10, 01) "PROFESSOR: "
                DISPLAY  (11, 01) "SALA.....: ".
       INC-003.
                ACCEPT (04, 08) HOR-TURMA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADHORARIO CADTURMA
                   IF ST-AULAS = "00"
                      CLOSE CADAULAS
                      GO TO ROT-FIM
                   ELSE
                      GO TO ROT-FIM.
                IF HOR-TURMA = SPACES
                   MOVE "*** TURMA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (04, 32) HOR-ANOLETIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE HOR-TURMA     TO TUR-TURMA
                MOVE HOR-ANOLETIVO TO TUR-ANOLETIVO
                READ CADTURMA
                IF ST-TURMA NOT = "00"
                   MOVE "*** TURMA/ANO NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE TUR-TURNO TO HOR-TURNO
                DISPLAY (04, 47) HOR-TURNO.
       INC-005.
                ACCEPT (06, 32) HOR-DIASEMANA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF NOT HOR-DIA-VALIDO
                   MOVE "*** DIA DA SEMANA INVALIDO (2 A 7) ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                COMPUTE W-IND-DIA = HOR-DIASEMANA - 1
                DISPLAY (06, 35) W-NOME-DIA (W-IND-DIA).
       INC-006.
                ACCEPT (07, 32) HOR-PERIODO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF HOR-PERIODO = ZEROS
                   MOVE "*** PERIODO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       LER-HORARIO.
                READ CADHORARIO
                IF ST-ERRO = "00"
                   MOVE REGHORARIO TO W-AUD-ANTES
                   MOVE HOR-MATERIA TO W-CH-MATERIA
                   PERFORM MOSTRA-DADOS THRU MOSTRA-DADOS-FIM
                   MOVE "*** PERIODO JA PREENCHIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO W-SEL
                   GO TO ALT-001.
                IF ST-ERRO NOT = "23"
                   MOVE "ERRO NA LEITURA DO CADHORARIO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE TUR-TURNO TO HOR-TURNO
                MOVE TUR-SALA  TO HOR-SALA.
       INC-007.
                ACCEPT (09, 12) HOR-MATERIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-SEL = 1
                      GO TO INC-001
                   ELSE
                      GO TO INC-006.
                MOVE "N" TO W-MAT-ACHOU
                MOVE SPACES TO W-MAT-DENOM
                CALL "P201651" USING HOR-MATERIA W-MAT-DENOM
                                     W-MAT-ACHOU
                IF W-MAT-ACHOU NOT = "S"
                   MOVE "*** MATERIA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                DISPLAY (09, 16) W-MAT-DENOM.
       INC-008.
                ACCEPT (10, 12) HOR-PROFESSOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                MOVE "N" TO W-PRF-ACHOU
                MOVE SPACES TO W-PRF-NOME
                CALL "P201690" USING HOR-PROFESSOR W-PRF-NOME
                                     W-PRF-ACHOU
                IF W-PRF-ACHOU NOT = "S"
                   MOVE "*** PROFESSOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                DISPLAY (10, 16) W-PRF-NOME
                MOVE "N" TO W-PT-ACHOU
                CALL "P201691" USING HOR-PROFESSOR HOR-TURMA
                                     HOR-ANOLETIVO HOR-MATERIA
                                     W-PT-ACHOU
                IF W-PT-ACHOU NOT = "S"
                   MOVE "*** PROFESSOR NAO ATRIBUIDO A MATERIA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT (11, 12) HOR-SALA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF HOR-SALA = SPACES
                   MOVE "*** SALA EM BRANCO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                PERFORM CONFERE-CHOQUE THRU CONFERE-CHOQUE-FIM
                IF W-CONFLITO = "P"
                   MOVE SPACES TO MENS
                   STRING "*** PROFESSOR JA EM AULA NA TURMA "
                          W-TURMA-CONFLITO " ***"
                          DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                IF W-CONFLITO = "S"
                   MOVE SPACES TO MENS
                   STRING "*** SALA OCUPADA PELA TURMA "
                          W-TURMA-CONFLITO " ***"
                          DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                IF W-SEL = 1
                   GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR    (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGHORARIO
                IF ST-ERRO = "00" OR "02"
                      MOVE CHAVE-HORARIO TO W-AUD-CHAVE
                      MOVE SPACES TO W-AUD-ANTES
                      MOVE REGHORARIO TO W-AUD-DEPOIS
                      MOVE "GRAVACAO" TO W-AUD-ACAO
                      CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                                  W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                                  W-AUD-DEPOIS
                      MOVE "*** HORARIO GRAVADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE HOR-MATERIA TO W-CH-MATERIA
                      PERFORM CONFERE-CARGA THRU CONFERE-CARGA-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** PERIODO JA PREENCHIDO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO CADHORARIO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * PERIODO JA PREENCHIDO: F2 ALTERA A     *
      * MATERIA/PROFESSOR/SALA, F3 EXCLUI      *
      *****************************************
      *
       ALT-001.
                DISPLAY (23, 12)
                     "F1=NOVO PERIODO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ALT-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   GO TO INC-001.
                IF W-ACT = 04
                   GO TO EXC-OPC.
                GO TO INC-007.
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGHORARIO
                IF ST-ERRO = "00" OR "02"
                   MOVE CHAVE-HORARIO TO W-AUD-CHAVE
                   MOVE REGHORARIO TO W-AUD-DEPOIS
                   MOVE "ALTERACAO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** HORARIO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM CONFERE-CARGA THRU CONFERE-CARGA-FIM
                   IF HOR-MATERIA NOT = W-CH-MATERIA
                      MOVE HOR-MATERIA TO W-CH-MATERIA
                      PERFORM CONFERE-CARGA THRU CONFERE-CARGA-FIM
                      GO TO INC-001
                   ELSE
                      GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO CADHORARIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO MANTIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADHORARIO RECORD
                IF ST-ERRO = "00"
                   MOVE CHAVE-HORARIO TO W-AUD-CHAVE
                   MOVE SPACES TO W-AUD-DEPOIS
                   MOVE "EXCLUSAO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** PERIODO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM CONFERE-CARGA THRU CONFERE-CARGA-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO CADHORARIO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       MOSTRA-DADOS.
                DISPLAY (09, 12) HOR-MATERIA
                DISPLAY (10, 12) HOR-PROFESSOR
                DISPLAY (11, 12) HOR-SALA
                MOVE "N" TO W-MAT-ACHOU
                MOVE SPACES TO W-MAT-DENOM
                CALL "P201651" USING HOR-MATERIA W-MAT-DENOM
                                     W-MAT-ACHOU
                DISPLAY (09, 16) W-MAT-DENOM
                MOVE "N" TO W-PRF-ACHOU
                MOVE SPACES TO W-PRF-NOME
                CALL "P201690" USING HOR-PROFESSOR W-PRF-NOME
                                     W-PRF-ACHOU
                DISPLAY (10, 16) W-PRF-NOME.
       MOSTRA-DADOS-FIM.
                EXIT.
      *
      *****************************************
      * CHOQUE DE HORARIO: VARRE O CADHORARIO  *
      * ATRAS DE OUTRA TURMA DO MESMO ANO, DIA,*
      * TURNO E PERIODO COM O MESMO PROFESSOR  *
      * (W-CONFLITO = "P") OU A MESMA SALA     *
      * ("S"). O REGISTRO DA TELA E GUARDADO E *
      * DEVOLVIDO NO FIM DA VARREDURA          *
      *****************************************
       CONFERE-CHOQUE.
                MOVE "N" TO W-CONFLITO
                MOVE SPACES TO W-TURMA-CONFLITO
                MOVE REGHORARIO TO W-REG-HORARIO
                MOVE CHAVE-HORARIO TO W-CHAVE-ATUAL
                MOVE HOR-TURNO     TO W-CH-TURNO
                MOVE HOR-PROFESSOR TO W-CH-PROFESSOR
                MOVE HOR-SALA      TO W-CH-SALA
                MOVE LOW-VALUES TO CHAVE-HORARIO
                MOVE "N" TO W-FIM-HORARIO
                START CADHORARIO KEY IS NOT < CHAVE-HORARIO
                IF ST-ERRO NOT = "00"
                   GO TO CONFERE-CHOQUE9.
       CONFERE-CHOQUE1.
                READ CADHORARIO NEXT RECORD
                   AT END
                      GO TO CONFERE-CHOQUE9
                   NOT AT END
                      NEXT SENTENCE.
                IF HOR-ANOLETIVO NOT = W-CH-ANOLETIVO
                   OR HOR-DIASEMANA NOT = W-CH-DIASEMANA
                   OR HOR-PERIODO NOT = W-CH-PERIODO
                   OR HOR-TURNO NOT = W-CH-TURNO
                   OR HOR-TURMA = W-CH-TURMA
                   GO TO CONFERE-CHOQUE1.
                IF HOR-PROFESSOR = W-CH-PROFESSOR
                   MOVE "P" TO W-CONFLITO
                   MOVE HOR-TURMA TO W-TURMA-CONFLITO
                   GO TO CONFERE-CHOQUE9.
                IF HOR-SALA = W-CH-SALA
                   MOVE "S" TO W-CONFLITO
                   MOVE HOR-TURMA TO W-TURMA-CONFLITO
                   GO TO CONFERE-CHOQUE9.
                GO TO CONFERE-CHOQUE1.
       CONFERE-CHOQUE9.
                MOVE W-REG-HORARIO TO REGHORARIO.
       CONFERE-CHOQUE-FIM.
                EXIT.
      *
      *****************************************
      * CARGA SEMANAL X CADAULAS: CONTA OS     *
      * PERIODOS DA MATERIA W-CH-MATERIA NA    *
      * SEMANA DA TURMA, PROJETA PARA AS 40    *
      * SEMANAS E AVISA QUANDO DIFERE DA CARGA *
      * PREVISTA DA MATERIA (SO AVISO; SEM     *
      * CARGA PREVISTA POR MATERIA NAO AVISA)  *
      *****************************************
       CONFERE-CARGA.
                IF ST-AULAS NOT = "00"
                   GO TO CONFERE-CARGA-FIM.
                MOVE REGHORARIO TO W-REG-HORARIO
                MOVE CHAVE-HORARIO TO W-CHAVE-ATUAL
                MOVE HOR-TURMA     TO AUL-TURMA
                MOVE HOR-ANOLETIVO TO AUL-ANOLETIVO
                MOVE W-CH-MATERIA  TO AUL-MATERIA
                READ CADAULAS
                IF ST-AULAS NOT = "00"
                   MOVE "00" TO ST-AULAS
                   GO TO CONFERE-CARGA9.
                MOVE ZEROS TO W-QTD-SEMANAL
                MOVE ZEROS TO HOR-DIASEMANA HOR-PERIODO
                START CADHORARIO KEY IS NOT < CHAVE-HORARIO
                IF ST-ERRO NOT = "00"
                   GO TO CONFERE-CARGA2.
       CONFERE-CARGA1.
                READ CADHORARIO NEXT RECORD
                   AT END
                      GO TO CONFERE-CARGA2
                   NOT AT END
                      NEXT SENTENCE.
                IF HOR-TURMA NOT = W-CH-TURMA
                   OR HOR-ANOLETIVO NOT = W-CH-ANOLETIVO
                   GO TO CONFERE-CARGA2.
                IF HOR-MATERIA = W-CH-MATERIA
                   ADD 1 TO W-QTD-SEMANAL.
                GO TO CONFERE-CARGA1.
       CONFERE-CARGA2.
                COMPUTE W-QTD-ANUAL = W-QTD-SEMANAL * W-SEMANAS-LETIVAS
                IF W-QTD-ANUAL NOT = AUL-QTDAULAS
                   MOVE W-QTD-SEMANAL TO MC-SEMANAL
                   MOVE W-QTD-ANUAL   TO MC-ANUAL
                   MOVE AUL-QTDAULAS  TO MC-PREVISTA
                   MOVE W-MENS-CARGA  TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "*** AVISO: HORARIO NAO FECHA A CARGA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CONFERE-CARGA9.
                MOVE W-REG-HORARIO TO REGHORARIO.
       CONFERE-CARGA-FIM.
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
