       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201757.
       AUTHOR. LEANDRO.
      **************************************************
      * AUSENCIAS DE PROFESSOR E SUBSTITUICOES. REGISTRA *
      * NO CADAUSEN A AUSENCIA (PROFESSOR DO CADPROF VIA *
      * P201690, DATA INICIAL E FINAL - ATE 31 DIAS -,   *
      * MOTIVO E DESCRICAO) E GERA NO CADSUBST UM        *
      * REGISTRO POR PERIODO DE AULA AFETADO: PARA CADA  *
      * DIA DO INTERVALO (MENOS DOMINGO E FERIADO DO     *
      * CADCALEN), AS AULAS DO PROFESSOR NO HORARIO      *
      * SEMANAL (CADHORARIO, MONTADO A PARTIR DAS        *
      * ATRIBUICOES DO CADPROFTUR). EM SEGUIDA (OU PELO  *
      * F4 NUMA AUSENCIA JA GRAVADA) PERCORRE AS AULAS   *
      * PARA A COORDENACAO INDICAR O SUBSTITUTO DE CADA  *
      * UMA (000 = DESCOBERTA), RECUSANDO QUEM JA DA     *
      * AULA NO MESMO TURNO/PERIODO PELO HORARIO, QUEM   *
      * JA SUBSTITUI OUTRA TURMA NO PERIODO E QUEM ESTA  *
      * AUSENTE NO DIA. EXCLUIR A AUSENCIA EXCLUI AS     *
      * AULAS GERADAS. TUDO AUDITADO VIA P201622.        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADAUSEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AUSEN
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSUBST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-SUBST
                    FILE STATUS  IS ST-SUBST.
       SELECT CADHORARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-HORARIO
                    FILE STATUS  IS ST-HORARIO.
       SELECT CADCALEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAL-DATA
                    FILE STATUS  IS ST-CALEN.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAUSEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUSEN.DAT".
           COPY AUSENREC.
       FD CADSUBST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSUBST.DAT".
           COPY SUBSTREC.
       FD CADHORARIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHORARIO.DAT".
           COPY HORARIOREC.
       FD CADCALEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCALEN.DAT".
           COPY CALENREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL            PIC 9(01) VALUE ZEROS.
       77 W-TECLA          PIC X(01) VALUE SPACE.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-SUBST         PIC X(02) VALUE "00".
       77 ST-HORARIO       PIC X(02) VALUE "00".
       77 ST-CALEN         PIC X(02) VALUE "00".
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
       77 W-CALEN-ABERTO   PIC X(01) VALUE "N".
       77 W-PRF-NOME       PIC X(30) VALUE SPACES.
       77 W-PRF-ACHOU      PIC X(01) VALUE "N".
       77 W-MAT-DENOM      PIC X(25) VALUE SPACES.
       77 W-MAT-ACHOU      PIC X(01) VALUE "N".
       77 W-SUBSTITUTO     PIC 9(03) VALUE ZEROS.
       77 W-OCUPADO        PIC X(01) VALUE "N".
       77 W-CUR-TURNO      PIC X(01) VALUE SPACE.
       77 W-CUR-PERIODO    PIC 9(01) VALUE ZEROS.
       77 W-DATA-OK        PIC X(01) VALUE "N".
       77 W-DIASEMANA      PIC 9(01) VALUE ZEROS.
       77 W-DIAS-MES       PIC 9(02) VALUE ZEROS.
       77 W-QTD-DIAS       PIC 9(03) VALUE ZEROS.
       77 W-QTD-AULAS      PIC 9(03) VALUE ZEROS.
       77 W-QTD-DESCOB     PIC 9(03) VALUE ZEROS.
       77 W-QTD-DUPLIC     PIC 9(03) VALUE ZEROS.
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA          PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO       PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO  PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR  PIC X(01) VALUE "N".
       77 W-OP-NOME        PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA   PIC X(08) VALUE "FP201757".
       77 W-QSC-LIBERADO   PIC X(01) VALUE "N".
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "FP201757".
       77 W-AUD-ACAO       PIC X(10) VALUE SPACES.
       77 W-AUD-CHAVE      PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES      PIC X(200) VALUE SPACES.
       77 W-AUD-DEPOIS     PIC X(200) VALUE SPACES.
       01 W-REG-AUSEN      PIC X(88) VALUE SPACES.
       01 W-REG-SUBST      PIC X(56) VALUE SPACES.
      *
      * CAMPOS DO CALCULO DO DIA DA SEMANA (ZELLER)
      *
       77 WZ-DIA            PIC 9(02) VALUE ZEROS.
       77 WZ-MES            PIC 9(02) VALUE ZEROS.
       77 WZ-ANO            PIC 9(04) VALUE ZEROS.
       77 WZ-H              PIC 9(08) VALUE ZEROS.
       77 WZ-RESTO          PIC 9(01) VALUE ZEROS.
       77 WZ-QUOC           PIC 9(08) VALUE ZEROS.
       77 WZ-T1             PIC 9(04) VALUE ZEROS.
       77 WZ-T2             PIC 9(04) VALUE ZEROS.
       77 WZ-T3             PIC 9(04) VALUE ZEROS.
       77 WZ-T4             PIC 9(04) VALUE ZEROS.
       77 WZ-R4             PIC 9(04) VALUE ZEROS.
       77 WZ-R100           PIC 9(04) VALUE ZEROS.
       77 WZ-R400           PIC 9(04) VALUE ZEROS.
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
                OPEN I-O CADAUSEN
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADAUSEN
                      CLOSE CADAUSEN
                      MOVE "*** ARQUIVO CADAUSEN CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUSEN"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP1.
                OPEN I-O CADSUBST
                IF ST-SUBST NOT = "00"
                   IF ST-SUBST = "30" OR "35"
                      OPEN OUTPUT CADSUBST
                      CLOSE CADSUBST
                      MOVE "*** ARQUIVO CADSUBST CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP1
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADSUBST"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADAUSEN
                      GO TO ROT-FIM.
      *
      * SEM HORARIO SEMANAL NAO HA COMO SABER QUAIS AULAS O PROFESSOR
      * PERDE NEM QUEM ESTA LIVRE NO PERIODO
      *
                OPEN INPUT CADHORARIO
                IF ST-HORARIO NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADHORARIO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADAUSEN CADSUBST
                   GO TO ROT-FIM.
                OPEN INPUT CADCALEN
                IF ST-CALEN = "00"
                   MOVE "S" TO W-CALEN-ABERTO.
       INC-001.
                MOVE ZEROS  TO AUS-PROFESSOR AUS-DATA-INI AUS-DATA-FIM
                MOVE SPACES TO AUS-MOTIVO AUS-DESCRICAO AUS-OPERADOR
                MOVE 0 TO W-SEL
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 15) "AUSENCIA DE PROFESSOR"
                DISPLAY  (01, 37) "E SUBSTITUICOES"
                DISPLAY  (04, 01) "PROFESSOR AUSENTE: "
                DISPLAY  (06, 01) "DATA INICIAL (AAAAMMDD): "
                DISPLAY  (06, 40) "DATA FINAL: "
                DISPLAY  (08, 01) "MOTIVO: "
                DISPLAY  (08, 12) "(D=DOENCA L=LICENCA"
                DISPLAY  (08, 32) "P=PESSOAL O=OUTROS)"
                DISPLAY  (10, 01) "DESCRICAO: "
                DISPLAY  (12, 01) "AULAS AFETADAS: "
                DISPLAY  (12, 25) "DESCOBERTAS: ".
       INC-002.
                ACCEPT  (04, 20) AUS-PROFESSOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADAUSEN CADSUBST CADHORARIO CADCALEN
                   GO TO ROT-FIM.
                MOVE "N" TO W-PRF-ACHOU
                CALL "P201690" USING AUS-PROFESSOR W-PRF-NOME
                                     W-PRF-ACHOU
                IF W-PRF-ACHOU NOT = "S"
                   MOVE "*** PROFESSOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (04, 25) W-PRF-NOME.
       INC-003.
                ACCEPT (06, 26) AUS-DATA-INI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE AUS-DATA-INI TO W-DATA-NUM
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DATA-OK NOT = "S"
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-AUSEN.
                READ CADAUSEN
                IF ST-ERRO = "00"
                   MOVE REGAUSEN TO W-AUD-ANTES
                   PERFORM MOSTRA-AUSEN THRU MOSTRA-AUSEN-FIM
                   MOVE 1 TO W-SEL
                   GO TO ACE-001.
                IF ST-ERRO NOT = "23"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADAUSEN" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE AUS-DATA-INI TO AUS-DATA-FIM.
       INC-004.
                ACCEPT (06, 52) AUS-DATA-FIM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE AUS-DATA-FIM TO W-DATA-NUM
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DATA-OK NOT = "S"
                   OR AUS-DATA-FIM < AUS-DATA-INI
                   MOVE "*** DATA FINAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE AUS-DATA-INI TO W-DATA-NUM
                MOVE ZEROS TO W-QTD-DIAS
                PERFORM PROXIMO-DIA THRU PROXIMO-DIA-FIM
                  UNTIL W-DATA-NUM > AUS-DATA-FIM
                     OR W-QTD-DIAS > 31
                IF W-QTD-DIAS > 31
                   MOVE "*** AUSENCIA DE NO MAXIMO 31 DIAS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (08, 09) AUS-MOTIVO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-SEL = 1
                      GO TO INC-001
                   ELSE
                      GO TO INC-004.
                IF NOT AUS-MOTIVO-VALIDO
                   MOVE "*** MOTIVO INVALIDO (D, L, P OU O) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT (10, 12) AUS-DESCRICAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                MOVE W-OPERADOR TO AUS-OPERADOR
                IF W-SEL = 1
                   GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR    (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGAUSEN
                IF ST-ERRO = "00" OR "02"
                      MOVE CHAVE-AUSEN TO W-AUD-CHAVE
                      MOVE SPACES TO W-AUD-ANTES
                      MOVE REGAUSEN TO W-AUD-DEPOIS
                      MOVE "GRAVACAO" TO W-AUD-ACAO
                      CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                                  W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                                  W-AUD-DEPOIS
                      PERFORM GERA-AULAS THRU GERA-AULAS-FIM
                      DISPLAY (12, 17) W-QTD-AULAS
                      DISPLAY (12, 38) W-QTD-AULAS
                      MOVE "*** AUSENCIA GRAVADA - INDIQUE SUBSTITUTOS"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO SUB-001.
                IF ST-ERRO = "22"
                      MOVE "*** AUSENCIA JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAUSEN"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 02)
                "F1=NOVO  F2=ALTERAR  F3=EXCLUIR  F4=SUBSTITUTOS"
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   AND W-ACT NOT = 05
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 02) MENS
                IF W-ACT = 02
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-005.
                IF W-ACT = 05
                   GO TO SUB-001.
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
                DELETE CADAUSEN RECORD
                IF ST-ERRO = "00"
                   MOVE CHAVE-AUSEN TO W-AUD-CHAVE
                   MOVE SPACES TO W-AUD-DEPOIS
                   MOVE "EXCLUSAO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   PERFORM EXCLUI-AULAS THRU EXCLUI-AULAS-FIM
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
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGAUSEN
                IF ST-ERRO = "00" OR "02"
                   MOVE CHAVE-AUSEN TO W-AUD-CHAVE
                   MOVE REGAUSEN TO W-AUD-DEPOIS
                   MOVE "ALTERACAO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADAUSEN"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * INDICACAO DOS SUBSTITUTOS: PERCORRE AS *
      * AULAS DA AUSENCIA NO CADSUBST, UMA POR *
      * VEZ (F1 VOLTA)                         *
      *****************************************
       SUB-001.
                DISPLAY (14, 01) "DATA: "
                DISPLAY (14, 20) "TURMA: "
                DISPLAY (14, 35) "TURNO/PERIODO: "
                DISPLAY (15, 01) "MATERIA: "
                DISPLAY (17, 01) "SUBSTITUTO (000=DESCOBERTA): "
                MOVE AUS-DATA-INI TO SUB-DATA
                MOVE SPACES TO SUB-TURMA
                MOVE ZEROS TO SUB-PERIODO
                START CADSUBST KEY IS NOT < CHAVE-SUBST
                IF ST-SUBST NOT = "00"
                   GO TO SUB-FIM.
       SUB-002.
                READ CADSUBST NEXT RECORD
                   AT END
                      GO TO SUB-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF SUB-DATA > AUS-DATA-FIM
                   GO TO SUB-FIM.
                IF SUB-PROF-AUSENTE NOT = AUS-PROFESSOR
                   GO TO SUB-002.
                MOVE SUB-DATA TO W-DATA-NUM
                DISPLAY (14, 07) WD-DIA "/" WD-MES "/" WD-ANO
                DISPLAY (14, 27) SUB-TURMA
                DISPLAY (14, 50) SUB-TURNO "/" SUB-PERIODO
                MOVE "N" TO W-MAT-ACHOU
                MOVE SPACES TO W-MAT-DENOM
                CALL "P201651" USING SUB-MATERIA W-MAT-DENOM W-MAT-ACHOU
                DISPLAY (15, 10) SUB-MATERIA " " W-MAT-DENOM
                MOVE SUB-PROF-SUBST TO W-SUBSTITUTO.
       SUB-003.
                DISPLAY (17, 35) LIMPA
                ACCEPT (17, 31) W-SUBSTITUTO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO SUB-FIM.
                IF W-SUBSTITUTO = SUB-PROF-SUBST
                   GO TO SUB-002.
                IF W-SUBSTITUTO = ZEROS
                   GO TO SUB-RW1.
                IF W-SUBSTITUTO = AUS-PROFESSOR
                   MOVE "*** SUBSTITUTO E O PROPRIO AUSENTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SUB-003.
                MOVE "N" TO W-PRF-ACHOU
                CALL "P201690" USING W-SUBSTITUTO W-PRF-NOME
                                     W-PRF-ACHOU
                IF W-PRF-ACHOU NOT = "S"
                   MOVE "*** PROFESSOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SUB-003.
                DISPLAY (17, 35) W-PRF-NOME
                PERFORM CONFERE-OCUPADO THRU CONFERE-OCUPADO-FIM
                IF W-OCUPADO = "H"
                   MOVE "** SUBSTITUTO TEM AULA NESTE PERIODO **"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SUB-003.
                IF W-OCUPADO = "S"
                   MOVE "** SUBSTITUTO JA COBRE OUTRA TURMA NO PERIODO"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SUB-003.
                IF W-OCUPADO = "A"
                   MOVE "** SUBSTITUTO TAMBEM AUSENTE NESTE DIA **"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SUB-003.
       SUB-RW1.
                MOVE REGSUBST TO W-AUD-ANTES
                MOVE W-SUBSTITUTO TO SUB-PROF-SUBST
                MOVE W-OPERADOR TO SUB-OPERADOR
                REWRITE REGSUBST
                IF ST-SUBST NOT = "00" AND "02"
                   MOVE "ERRO NA ALTERACAO DO REGISTRO CADSUBST" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE CHAVE-SUBST TO W-AUD-CHAVE
                MOVE REGSUBST TO W-AUD-DEPOIS
                MOVE "ALTERACAO" TO W-AUD-ACAO
                CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                            W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                            W-AUD-DEPOIS
                GO TO SUB-002.
       SUB-FIM.
                MOVE "*** FIM DAS AULAS DA AUSENCIA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *****************************************
      * O SUBSTITUTO ESTA LIVRE NA DATA/TURNO/ *
      * PERIODO DA AULA? "H" = TEM AULA PELO   *
      * HORARIO, "S" = JA SUBSTITUI OUTRA      *
      * TURMA, "A" = ESTA AUSENTE NO DIA. OS   *
      * REGISTROS CORRENTES SAO GUARDADOS E O  *
      * CADSUBST E REPOSICIONADO NO FIM        *
      *****************************************
       CONFERE-OCUPADO.
                MOVE "N" TO W-OCUPADO
                MOVE SUB-TURNO TO W-CUR-TURNO
                MOVE SUB-PERIODO TO W-CUR-PERIODO
                MOVE REGSUBST TO W-REG-SUBST
                MOVE REGAUSEN TO W-REG-AUSEN
                MOVE LOW-VALUES TO CHAVE-HORARIO
                START CADHORARIO KEY IS NOT < CHAVE-HORARIO
                IF ST-HORARIO NOT = "00"
                   GO TO CONFERE-OCUPADO2.
       CONFERE-OCUPADO1.
                READ CADHORARIO NEXT RECORD
                   AT END
                      GO TO CONFERE-OCUPADO2
                   NOT AT END
                      NEXT SENTENCE.
                IF HOR-PROFESSOR = W-SUBSTITUTO
                   AND HOR-ANOLETIVO = SUB-ANOLETIVO
                   AND HOR-DIASEMANA = SUB-DIASEMANA
                   AND HOR-TURNO = SUB-TURNO
                   AND HOR-PERIODO = SUB-PERIODO
                   MOVE "H" TO W-OCUPADO
                   GO TO CONFERE-OCUPADO9.
                GO TO CONFERE-OCUPADO1.
       CONFERE-OCUPADO2.
                MOVE SPACES TO SUB-TURMA
                MOVE ZEROS TO SUB-PERIODO
                START CADSUBST KEY IS NOT < CHAVE-SUBST
                IF ST-SUBST NOT = "00"
                   GO TO CONFERE-OCUPADO4.
       CONFERE-OCUPADO3.
                READ CADSUBST NEXT RECORD
                   AT END
                      GO TO CONFERE-OCUPADO4
                   NOT AT END
                      NEXT SENTENCE.
                IF SUB-DATA NOT = W-DATA-NUM
                   GO TO CONFERE-OCUPADO4.
                IF SUB-PROF-SUBST = W-SUBSTITUTO
                   AND SUB-PERIODO = W-CUR-PERIODO
                   AND SUB-TURNO = W-CUR-TURNO
                   MOVE "S" TO W-OCUPADO
                   GO TO CONFERE-OCUPADO9.
                GO TO CONFERE-OCUPADO3.
       CONFERE-OCUPADO4.
                MOVE W-SUBSTITUTO TO AUS-PROFESSOR
                MOVE ZEROS TO AUS-DATA-INI
                START CADAUSEN KEY IS NOT < CHAVE-AUSEN
                IF ST-ERRO NOT = "00"
                   GO TO CONFERE-OCUPADO9.
       CONFERE-OCUPADO5.
                READ CADAUSEN NEXT RECORD
                   AT END
                      GO TO CONFERE-OCUPADO9
                   NOT AT END
                      NEXT SENTENCE.
                IF AUS-PROFESSOR NOT = W-SUBSTITUTO
                   OR AUS-DATA-INI > W-DATA-NUM
                   GO TO CONFERE-OCUPADO9.
                IF AUS-DATA-FIM NOT < W-DATA-NUM
                   MOVE "A" TO W-OCUPADO
                   GO TO CONFERE-OCUPADO9.
                GO TO CONFERE-OCUPADO5.
       CONFERE-OCUPADO9.
                MOVE W-REG-AUSEN TO REGAUSEN
                MOVE W-REG-SUBST TO REGSUBST
                READ CADSUBST.
       CONFERE-OCUPADO-FIM.
                EXIT.
      *
      *****************************************
      * GERA AS AULAS AFETADAS: CADA DIA UTIL  *
      * DO INTERVALO X HORARIO SEMANAL DO      *
      * PROFESSOR NO ANO DA DATA               *
      *****************************************
       GERA-AULAS.
                MOVE ZEROS TO W-QTD-AULAS W-QTD-DUPLIC
                MOVE AUS-DATA-INI TO W-DATA-NUM
                PERFORM GERA-DIA THRU GERA-DIA-FIM
                  UNTIL W-DATA-NUM > AUS-DATA-FIM.
       GERA-AULAS-FIM.
                EXIT.
      *
       GERA-DIA.
                PERFORM DIA-SEMANA THRU DIA-SEMANA-FIM
                IF W-DIASEMANA = 1
                   GO TO GERA-DIA9.
                IF W-CALEN-ABERTO = "S"
                   MOVE W-DATA-NUM TO CAL-DATA
                   READ CADCALEN
                   IF ST-CALEN = "00" AND CAL-FERIADO
                      GO TO GERA-DIA9.
                MOVE LOW-VALUES TO CHAVE-HORARIO
                START CADHORARIO KEY IS NOT < CHAVE-HORARIO
                IF ST-HORARIO NOT = "00"
                   GO TO GERA-DIA9.
       GERA-DIA1.
                READ CADHORARIO NEXT RECORD
                   AT END
                      GO TO GERA-DIA9
                   NOT AT END
                      NEXT SENTENCE.
                IF HOR-PROFESSOR NOT = AUS-PROFESSOR
                   OR HOR-ANOLETIVO NOT = WD-ANO
                   OR HOR-DIASEMANA NOT = W-DIASEMANA
                   GO TO GERA-DIA1.
                MOVE W-DATA-NUM    TO SUB-DATA
                MOVE HOR-TURMA     TO SUB-TURMA
                MOVE HOR-PERIODO   TO SUB-PERIODO
                MOVE HOR-ANOLETIVO TO SUB-ANOLETIVO
                MOVE HOR-DIASEMANA TO SUB-DIASEMANA
                MOVE HOR-TURNO     TO SUB-TURNO
                MOVE HOR-MATERIA   TO SUB-MATERIA
                MOVE AUS-PROFESSOR TO SUB-PROF-AUSENTE
                MOVE ZEROS         TO SUB-PROF-SUBST
                MOVE W-OPERADOR    TO SUB-OPERADOR
                WRITE REGSUBST
                IF ST-SUBST = "00" OR "02"
                   ADD 1 TO W-QTD-AULAS
                ELSE
                   ADD 1 TO W-QTD-DUPLIC.
                GO TO GERA-DIA1.
       GERA-DIA9.
                PERFORM PROXIMO-DIA THRU PROXIMO-DIA-FIM.
       GERA-DIA-FIM.
                EXIT.
      *
      * A AUSENCIA EXCLUIDA LEVA JUNTO AS AULAS QUE ELA GEROU
      *
       EXCLUI-AULAS.
                MOVE AUS-DATA-INI TO SUB-DATA
                MOVE SPACES TO SUB-TURMA
                MOVE ZEROS TO SUB-PERIODO
                START CADSUBST KEY IS NOT < CHAVE-SUBST
                IF ST-SUBST NOT = "00"
                   GO TO EXCLUI-AULAS-FIM.
       EXCLUI-AULAS1.
                READ CADSUBST NEXT RECORD
                   AT END
                      GO TO EXCLUI-AULAS-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF SUB-DATA > AUS-DATA-FIM
                   GO TO EXCLUI-AULAS-FIM.
                IF SUB-PROF-AUSENTE NOT = AUS-PROFESSOR
                   GO TO EXCLUI-AULAS1.
                DELETE CADSUBST RECORD
                GO TO EXCLUI-AULAS1.
       EXCLUI-AULAS-FIM.
                EXIT.
      *
       MOSTRA-AUSEN.
                DISPLAY (06, 52) AUS-DATA-FIM
                DISPLAY (08, 09) AUS-MOTIVO
                DISPLAY (10, 12) AUS-DESCRICAO
                MOVE ZEROS TO W-QTD-AULAS W-QTD-DESCOB
                MOVE AUS-DATA-INI TO SUB-DATA
                MOVE SPACES TO SUB-TURMA
                MOVE ZEROS TO SUB-PERIODO
                START CADSUBST KEY IS NOT < CHAVE-SUBST
                IF ST-SUBST NOT = "00"
                   GO TO MOSTRA-AUSEN2.
       MOSTRA-AUSEN1.
                READ CADSUBST NEXT RECORD
                   AT END
                      GO TO MOSTRA-AUSEN2
                   NOT AT END
                      NEXT SENTENCE.
                IF SUB-DATA > AUS-DATA-FIM
                   GO TO MOSTRA-AUSEN2.
                IF SUB-PROF-AUSENTE NOT = AUS-PROFESSOR
                   GO TO MOSTRA-AUSEN1.
                ADD 1 TO W-QTD-AULAS
                IF SUB-DESCOBERTA
                   ADD 1 TO W-QTD-DESCOB.
                GO TO MOSTRA-AUSEN1.
       MOSTRA-AUSEN2.
                DISPLAY (12, 17) W-QTD-AULAS
                DISPLAY (12, 38) W-QTD-DESCOB.
       MOSTRA-AUSEN-FIM.
                EXIT.
      *
      *****************************************
      * DATA AAAAMMDD VALIDA (DIA DENTRO DO    *
      * MES, COM FEVEREIRO DE ANO BISSEXTO)    *
      *****************************************
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
       PROXIMO-DIA.
                ADD 1 TO W-QTD-DIAS
                PERFORM DIAS-DO-MES THRU DIAS-DO-MES-FIM
                ADD 1 TO WD-DIA
                IF WD-DIA > W-DIAS-MES
                   MOVE 1 TO WD-DIA
                   ADD 1 TO WD-MES
                   IF WD-MES > 12
                      MOVE 1 TO WD-MES
                      ADD 1 TO WD-ANO.
       PROXIMO-DIA-FIM.
                EXIT.
      *
      *****************************************
      * DIA DA SEMANA DA DATA CORRENTE NA      *
      * CODIFICACAO DO CADHORARIO (1=DOMINGO,  *
      * 2=SEGUNDA ... 7=SABADO), PELA MESMA    *
      * CONGRUENCIA DE ZELLER DO P201724       *
      *****************************************
       DIA-SEMANA.
                MOVE WD-DIA TO WZ-DIA
                MOVE WD-MES TO WZ-MES
                MOVE WD-ANO TO WZ-ANO
                IF WZ-MES < 3
                   ADD 12 TO WZ-MES
                   SUBTRACT 1 FROM WZ-ANO.
                COMPUTE WZ-T1 = 13 * (WZ-MES + 1)
                DIVIDE WZ-T1 BY 5 GIVING WZ-T1
                DIVIDE WZ-ANO BY 4 GIVING WZ-T2
                DIVIDE WZ-ANO BY 100 GIVING WZ-T3
                DIVIDE WZ-ANO BY 400 GIVING WZ-T4
                COMPUTE WZ-H = WZ-DIA + WZ-T1 + WZ-ANO
                        + WZ-T2 - WZ-T3 + WZ-T4
                DIVIDE WZ-H BY 7 GIVING WZ-QUOC
                       REMAINDER WZ-RESTO
                IF WZ-RESTO = 0
                   MOVE 7 TO W-DIASEMANA
                ELSE
                   MOVE WZ-RESTO TO W-DIASEMANA.
       DIA-SEMANA-FIM.
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
