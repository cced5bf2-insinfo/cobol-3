       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201749.
       AUTHOR. LEANDRO.
      **************************************************
      * REGISTRO DAS AULAS DADAS (CADDADAS): O PROFESSOR *
      * LANCA A DATA, A TURMA, A MATERIA, A QUANTIDADE   *
      * DE AULAS DO DIA E UMA LINHA DE CONTEUDO DE CADA  *
      * AULA QUE DEU. O OPERADOR ASSINADO E RESOLVIDO NO *
      * CADPROF VIA P201692 E SO LANCA TURMA/MATERIA QUE *
      * LHE FOI ATRIBUIDA NO CADPROFTUR (P201691), COMO  *
      * NO P201652. O SUPERVISOR LANCA PARA QUALQUER     *
      * PROFESSOR ATRIBUIDO, INFORMANDO O CODIGO. ANO    *
      * LETIVO FECHADO (P201682) NAO ACEITA LANCAMENTO.  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADDADAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-DADAS
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDADAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDADAS.DAT".
           COPY DADASREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL            PIC 9(01) VALUE ZEROS.
       77 W-TECLA          PIC X(01) VALUE SPACE.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
       77 W-TUR-ACHOU      PIC X(01) VALUE "N".
       77 W-TUR-MAX        PIC 9(03) VALUE ZEROS.
       77 W-TUR-QTD        PIC 9(03) VALUE ZEROS.
       77 W-ANO-FECHADO    PIC X(01) VALUE "N".
       77 W-MAT-ACHOU      PIC X(01) VALUE "N".
       77 W-MAT-DENOM      PIC X(25) VALUE SPACES.
       77 W-PRF-CODIGO     PIC 9(03) VALUE ZEROS.
       77 W-PRF-NOME       PIC X(30) VALUE SPACES.
       77 W-PRF-ACHOU      PIC X(01) VALUE "N".
       77 W-AULA-PROF      PIC 9(03) VALUE ZEROS.
       77 W-AULA-NOME      PIC X(30) VALUE SPACES.
       77 W-ATR-ACHOU      PIC X(01) VALUE "N".
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA          PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO       PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO  PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR  PIC X(01) VALUE "N".
       77 W-OP-NOME        PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA   PIC X(08) VALUE "FP201749".
       77 W-QSC-LIBERADO   PIC X(01) VALUE "N".
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "FP201749".
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
      *****************************************
      * DESCOBRE O PROFESSOR DO OPERADOR       *
      * ASSINADO (CADPROF VIA P201692). QUEM   *
      * NAO E PROFESSOR NEM SUPERVISOR NAO     *
      * LANCA AULAS.                           *
      *****************************************
       INC-PROF.
                MOVE "N" TO W-PRF-ACHOU
                MOVE ZEROS TO W-PRF-CODIGO
                CALL "P201692" USING W-OPERADOR W-PRF-CODIGO
                                     W-PRF-NOME W-PRF-ACHOU
                IF W-PRF-ACHOU NOT = "S"
                   AND W-OP-SUPERVISOR NOT = "S"
                   MOVE "*** OPERADOR SEM PROFESSOR NO CADPROF ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
      *
       INC-OP0.
                OPEN I-O CADDADAS
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADDADAS
                      CLOSE CADDADAS
                      MOVE "*** ARQUIVO CADDADAS CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADDADAS"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO DAD-ANOLETIVO DAD-MATERIA DAD-DATA
                               DAD-BIMESTRE DAD-PROFESSOR
                MOVE 1 TO DAD-QTDAULAS
                MOVE SPACES TO DAD-TURMA DAD-CONTEUDO
                MOVE W-OPERADOR TO DAD-OPERADOR
                MOVE 0 TO W-SEL
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 20) "REGISTRO DE AULAS DADAS"
                DISPLAY  (04, 01) "TURMA: "
                DISPLAY  (04, 20) "ANO LETIVO: "
                DISPLAY  (06, 01) "MATERIA: "
                DISPLAY  (07, 01) "PROFESSOR: "
                DISPLAY  (08, 01) "DATA (AAAAMMDD): "
                DISPLAY  (10, 01) "BIMESTRE (1 A 4): "
                DISPLAY  (11, 01) "QTD DE AULAS NO DIA: "
                DISPLAY  (13, 01) "CONTEUDO: "
                IF W-PRF-ACHOU = "S"
                   DISPLAY (07, 12) W-PRF-CODIGO
                   DISPLAY (07, 16) W-PRF-NOME.
       INC-002.
                ACCEPT (04, 08) DAD-TURMA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADDADAS
                   GO TO ROT-FIM.
                IF DAD-TURMA = SPACES
                   MOVE "*** TURMA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-003.
                ACCEPT (04, 32) DAD-ANOLETIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE "N" TO W-TUR-ACHOU
                CALL "P201654" USING DAD-TURMA DAD-ANOLETIVO
                                     W-TUR-ACHOU W-TUR-MAX W-TUR-QTD
                IF W-TUR-ACHOU NOT = "S"
                   MOVE "*** TURMA/ANO NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE "N" TO W-ANO-FECHADO
                CALL "P201682" USING DAD-ANOLETIVO DAD-TURMA
                                     W-ANO-FECHADO
                IF W-ANO-FECHADO = "S"
                   MOVE "** ANO LETIVO FECHADO - SEM LANCAMENTO **"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-004.
                ACCEPT (06, 10) DAD-MATERIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE "N" TO W-MAT-ACHOU
                MOVE SPACES TO W-MAT-DENOM
                CALL "P201651" USING DAD-MATERIA W-MAT-DENOM
                                     W-MAT-ACHOU
                IF W-MAT-ACHOU NOT = "S"
                   MOVE "*** MATERIA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                DISPLAY (06, 13) W-MAT-DENOM.
      *
      * PROFESSOR SO LANCA PARA SI MESMO; SUPERVISOR INFORMA O
      * PROFESSOR QUE DEU A AULA (O PROPRIO, SE TAMBEM FOR PROFESSOR)
      *
       INC-005.
                MOVE W-PRF-CODIGO TO W-AULA-PROF
                MOVE W-PRF-NOME   TO W-AULA-NOME
                IF W-OP-SUPERVISOR NOT = "S"
                   GO TO INC-005A.
                ACCEPT (07, 12) W-AULA-PROF WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                MOVE "N" TO W-ATR-ACHOU
                MOVE SPACES TO W-AULA-NOME
                CALL "P201690" USING W-AULA-PROF W-AULA-NOME
                                     W-ATR-ACHOU
                IF W-ATR-ACHOU NOT = "S"
                   MOVE "*** PROFESSOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-005A.
                DISPLAY (07, 12) W-AULA-PROF
                DISPLAY (07, 16) W-AULA-NOME
                MOVE "N" TO W-ATR-ACHOU
                CALL "P201691" USING W-AULA-PROF DAD-TURMA
                                     DAD-ANOLETIVO DAD-MATERIA
                                     W-ATR-ACHOU
                IF W-ATR-ACHOU NOT = "S"
                   MOVE "*** MATERIA NAO ATRIBUIDA AO PROFESSOR ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-006.
                ACCEPT (08, 19) DAD-DATA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF DAD-MES < 01 OR DAD-MES > 12
                   OR DAD-DIA < 01 OR DAD-DIA > 31
                   OR DAD-ANO = ZEROS
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       LER-DADAS.
                READ CADDADAS
                IF ST-ERRO = "00"
                   MOVE REGDADAS TO W-AUD-ANTES
                   DISPLAY (07, 12) DAD-PROFESSOR
                   DISPLAY (10, 20) DAD-BIMESTRE
                   DISPLAY (11, 23) DAD-QTDAULAS
                   DISPLAY (13, 11) DAD-CONTEUDO
                   MOVE "*** AULA JA LANCADA NESTA DATA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   IF DAD-PROFESSOR NOT = W-AULA-PROF
                      AND W-OP-SUPERVISOR NOT = "S"
                      MOVE "*** LANCADA POR OUTRO PROFESSOR ***"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                   ELSE
                      MOVE 1 TO W-SEL
                      GO TO ACE-001.
                IF ST-ERRO NOT = "23"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADDADAS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       INC-007.
                ACCEPT (10, 20) DAD-BIMESTRE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF DAD-BIMESTRE < 1 OR DAD-BIMESTRE > 4
                   MOVE "*** BIMESTRE DEVE SER 1 A 4 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT (11, 23) DAD-QTDAULAS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF DAD-QTDAULAS = ZEROS
                   MOVE "*** QTD DE AULAS INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT (13, 11) DAD-CONTEUDO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF DAD-CONTEUDO = SPACES
                   MOVE "*** INFORME O CONTEUDO DA AULA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                MOVE W-AULA-PROF TO DAD-PROFESSOR
                MOVE W-OPERADOR  TO DAD-OPERADOR
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
                WRITE REGDADAS
                IF ST-ERRO = "00" OR "02"
                      MOVE CHAVE-DADAS TO W-AUD-CHAVE
                      MOVE SPACES TO W-AUD-ANTES
                      MOVE REGDADAS TO W-AUD-DEPOIS
                      MOVE "GRAVACAO" TO W-AUD-ACAO
                      CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                                  W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                                  W-AUD-DEPOIS
                      MOVE "*** AULA REGISTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** AULA JA LANCADA NESTA DATA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADDADAS"
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
                   GO TO INC-001.
                IF W-ACT = 03
                   MOVE DAD-PROFESSOR TO W-AULA-PROF
                   GO TO INC-007.
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
                DELETE CADDADAS RECORD
                IF ST-ERRO = "00"
                   MOVE CHAVE-DADAS TO W-AUD-CHAVE
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
                REWRITE REGDADAS
                IF ST-ERRO = "00" OR "02"
                   MOVE CHAVE-DADAS TO W-AUD-CHAVE
                   MOVE REGDADAS TO W-AUD-DEPOIS
                   MOVE "ALTERACAO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADDADAS"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
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
