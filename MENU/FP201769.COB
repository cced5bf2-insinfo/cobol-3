       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201769.
       AUTHOR. LEANDRO.
      **************************************************
      * ACORDO DE PARCELAMENTO DE MENSALIDADES EM ATRASO *
      * (CADACORDO). A SECRETARIA INFORMA O RM; A TELA   *
      * LEVANTA NO CADMENS AS COBRANCAS EM ABERTO JA     *
      * VENCIDAS (DE TODAS AS TURMAS E ANOS, INCLUSIVE   *
      * PARCELAS DE ACORDO ROMPIDO), COM O VALOR         *
      * ORIGINAL E O ATUALIZADO ATE HOJE (P201767), QUE  *
      * VEM COMO VALOR SUGERIDO DO ACORDO. INFORMADOS O  *
      * VALOR, O NUMERO DE PARCELAS (1 A 24) E O         *
      * VENCIMENTO DA PRIMEIRA (AS DEMAIS VENCEM NO      *
      * MESMO DIA DOS MESES SEGUINTES), O ACORDO SO E    *
      * GRAVADO COM APROVACAO DE SUPERVISOR (P201674 -   *
      * O PROPRIO OPERADOR, SE FOR SUPERVISOR). A        *
      * GRAVACAO FECHA AS COBRANCAS LEVANTADAS COMO "R"  *
      * (RENEGOCIADA, NAO PAGA) E GERA AS PARCELAS NO    *
      * CADMENS COM BOLETO PROPRIO (MAIOR DO CADMENS +1, *
      * COMO NO P201712) E MEN-TURMA = "*" + NUMERO DO   *
      * ACORDO. RM COM ACORDO EM VIGOR NAO FAZ OUTRO.    *
      * O ACOMPANHAMENTO E O ROMPIMENTO SAO FEITOS PELO  *
      * P201770. TUDO PASSA PELA AUDITORIA (P201622). AS *
      * PARCELAS FICAM NA UNIDADE (MEN-UNIDADE) DA       *
      * PRIMEIRA COBRANCA RENEGOCIADA.                   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADACORDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACO-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ACO-RM
                               WITH DUPLICATES.
       SELECT CADMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MENS
                    FILE STATUS  IS ST-MENS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADACORDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADACORDO.DAT".
           COPY ACORDOREC.
       FD CADMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
           COPY MENSREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-MENS          PIC X(02) VALUE "00".
       77 W-TECLA          PIC X(01) VALUE SPACE.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 W-RM             PIC 9(05) VALUE ZEROS.
       77 W-PROX-NUMERO    PIC 9(04) VALUE ZEROS.
       77 W-PROX-BOLETO    PIC 9(06) VALUE ZEROS.
       77 W-NUM-VIGOR      PIC 9(04) VALUE ZEROS.
       77 W-QTD-MENS       PIC 9(03) VALUE ZEROS.
       77 W-QTD-RENEG      PIC 9(03) VALUE ZEROS.
       77 W-TOT-ORIG       PIC 9(07)V99 VALUE ZEROS.
       77 W-TOT-ATUAL      PIC 9(07)V99 VALUE ZEROS.
       77 W-VALOR          PIC 9(07)V99 VALUE ZEROS.
       77 W-PARCELAS       PIC 9(02) VALUE ZEROS.
       77 W-PARC           PIC 9(02) VALUE ZEROS.
       77 W-VALOR-PARCELA  PIC 9(07)V99 VALUE ZEROS.
       77 W-VALOR-ULTIMA   PIC 9(07)V99 VALUE ZEROS.
       77 W-DIA-BASE       PIC 9(02) VALUE ZEROS.
       77 W-MESES          PIC 9(06) VALUE ZEROS.
       77 W-VENCIMENTO     PIC 9(08) VALUE ZEROS.
       77 W-DIAS-ATRASO    PIC 9(04) VALUE ZEROS.
       77 W-MULTA          PIC 9(06)V99 VALUE ZEROS.
       77 W-JUROS          PIC 9(06)V99 VALUE ZEROS.
       77 W-VALOR-ATUAL    PIC 9(06)V99 VALUE ZEROS.
       77 W-MUL-ACHOU      PIC X(01) VALUE "N".
       77 W-DATA-OK        PIC X(01) VALUE "N".
       77 W-DIAS-MES       PIC 9(02) VALUE ZEROS.
       77 W-ACO-UNIDADE    PIC 9(02) VALUE ZEROS.
       77 WZ-QUOC          PIC 9(08) VALUE ZEROS.
       77 WZ-R4            PIC 9(04) VALUE ZEROS.
       77 WZ-R100          PIC 9(04) VALUE ZEROS.
       77 WZ-R400          PIC 9(04) VALUE ZEROS.
       77 W-ALU-NOME       PIC X(35) VALUE SPACES.
       77 W-ALU-SEXO       PIC X(01) VALUE SPACE.
       77 W-ALU-NASC       PIC 9(08) VALUE ZEROS.
       77 W-ALU-ACHOU      PIC X(01) VALUE "N".
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
       77 W-QSC-PROGRAMA   PIC X(08) VALUE "FP201769".
       77 W-QSC-LIBERADO   PIC X(01) VALUE "N".
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "FP201769".
       77 W-AUD-ACAO       PIC X(10) VALUE SPACES.
       77 W-AUD-CHAVE      PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES      PIC X(200) VALUE SPACES.
       77 W-AUD-DEPOIS     PIC X(200) VALUE SPACES.
       01 W-HOJE.
                03 W-ANO-ATUAL     PIC 9(04).
                03 W-MES-ATUAL     PIC 9(02).
                03 W-DIA-ATUAL     PIC 9(02).
       01 W-HOJE-NUM REDEFINES W-HOJE PIC 9(08).
       01 W-DATA-CORR.
                03 WD-ANO          PIC 9(04).
                03 WD-MES          PIC 9(02).
                03 WD-DIA          PIC 9(02).
       01 W-DATA-NUM REDEFINES W-DATA-CORR PIC 9(08).
       01 W-TAB-MESES-V    PIC X(24) VALUE "312831303130313130313031".
       01 W-TAB-MESES REDEFINES W-TAB-MESES-V.
                03 TAB-DIAS-MES    PIC 9(02) OCCURS 12 TIMES.
       01 W-MENS-GRAVADO.
                03 FILLER          PIC X(26)
                   VALUE "*** ACORDO GRAVADO NUMERO ".
                03 WM-NUMERO       PIC 9(04).
                03 FILLER          PIC X(04) VALUE " ***".
       01 W-MENS-VIGOR.
                03 FILLER          PIC X(30)
                   VALUE "*** RM JA TEM ACORDO EM VIGOR ".
                03 WV-NUMERO       PIC 9(04).
                03 FILLER          PIC X(04) VALUE " ***".
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
                OPEN I-O CADACORDO
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADACORDO
                      CLOSE CADACORDO
                      MOVE "*** ARQUIVO CADACORDO CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADACORDO"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                OPEN I-O CADMENS
                IF ST-MENS NOT = "00"
                   MOVE "*** SEM ARQUIVO DE MENSALIDADES ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADACORDO
                   GO TO ROT-FIM.
      *
      *****************************************
      * PROXIMO NUMERO DE ACORDO: MAIOR NUMERO *
      * JA GRAVADO + 1                         *
      *****************************************
       NUM-001.
                MOVE ZEROS TO W-PROX-NUMERO
                MOVE ZEROS TO ACO-NUMERO
                START CADACORDO KEY IS NOT < ACO-NUMERO
                IF ST-ERRO NOT = "00"
                   GO TO ACO-001.
       NUM-002.
                READ CADACORDO NEXT RECORD
                   AT END
                      GO TO ACO-001
                   NOT AT END
                      NEXT SENTENCE.
                MOVE ACO-NUMERO TO W-PROX-NUMERO
                GO TO NUM-002.
      *
       ACO-001.
                MOVE ZEROS TO W-RM W-VALOR W-PARCELAS W-QTD-MENS
                              W-TOT-ORIG W-TOT-ATUAL W-VALOR-PARCELA
                              W-VALOR-ULTIMA
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "ACORDO DE PARCELAMENTO"
                DISPLAY (04, 01) "RM: "
                DISPLAY (04, 15) "ALUNO: "
                DISPLAY (06, 01) "COBRANCAS VENCIDAS EM ABERTO..: "
                DISPLAY (07, 01) "VALOR ORIGINAL................: "
                DISPLAY (08, 01) "VALOR ATUALIZADO ATE HOJE.....: "
                DISPLAY (10, 01) "VALOR DO ACORDO...............: "
                DISPLAY (11, 01) "NUMERO DE PARCELAS (1 A 24)...: "
                DISPLAY (12, 01) "VENCTO DA 1A PARCELA..........: "
                DISPLAY (12, 43) "(AAAAMMDD)"
                DISPLAY (13, 01) "VALOR DE CADA PARCELA.........: "
                DISPLAY (14, 01) "VALOR DA ULTIMA PARCELA.......: ".
       ACO-002.
                ACCEPT (04, 05) W-RM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADACORDO CADMENS
                   GO TO ROT-FIM.
                IF W-RM = ZEROS
                   MOVE "*** RM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACO-002.
                MOVE SPACES TO W-ALU-NOME
                CALL "P201689" USING W-RM W-ALU-NOME W-ALU-SEXO
                                     W-ALU-NASC W-ALU-ACHOU
                IF W-ALU-ACHOU NOT = "S"
                   MOVE "*** ALUNO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACO-002.
                DISPLAY (04, 22) W-ALU-NOME
                PERFORM VE-VIGOR THRU VE-VIGOR-FIM
                IF W-NUM-VIGOR NOT = ZEROS
                   MOVE W-NUM-VIGOR TO WV-NUMERO
                   MOVE W-MENS-VIGOR TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACO-001.
                PERFORM LEVANTA THRU LEVANTA-FIM
                IF W-QTD-MENS = ZEROS
                   MOVE "*** RM SEM COBRANCA VENCIDA EM ABERTO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACO-001.
                DISPLAY (06, 33) W-QTD-MENS
                DISPLAY (07, 33) W-TOT-ORIG
                DISPLAY (08, 33) W-TOT-ATUAL
                MOVE W-TOT-ATUAL TO W-VALOR.
       ACO-003.
                ACCEPT (10, 33) W-VALOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ACO-001.
                IF W-VALOR = ZEROS
                   MOVE "*** VALOR DO ACORDO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACO-003.
       ACO-004.
                ACCEPT (11, 33) W-PARCELAS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ACO-003.
                IF W-PARCELAS < 1 OR W-PARCELAS > 24
                   MOVE "*** NUMERO DE PARCELAS INVALIDO (1 A 24) ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACO-004.
      *
      * PARCELAS IGUAIS, TRUNCADAS NO CENTAVO; A DIFERENCA VAI NA
      * ULTIMA
      *
                COMPUTE W-VALOR-PARCELA = W-VALOR / W-PARCELAS
                COMPUTE W-VALOR-ULTIMA = W-VALOR
                              - (W-VALOR-PARCELA * (W-PARCELAS - 1))
                IF W-VALOR-PARCELA = ZEROS
                   MOVE "*** VALOR DA PARCELA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACO-004.
                IF W-VALOR-ULTIMA > 999999,99
                   MOVE "*** VALOR DA PARCELA ACIMA DO LIMITE ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACO-004.
                DISPLAY (13, 33) W-VALOR-PARCELA
                DISPLAY (14, 33) W-VALOR-ULTIMA.
       ACO-005.
                MOVE ZEROS TO W-DATA-NUM
                ACCEPT (12, 33) W-DATA-NUM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ACO-004.
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DATA-OK NOT = "S"
                   MOVE "*** DATA DE VENCIMENTO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACO-005.
                IF W-DATA-NUM < W-HOJE-NUM
                   MOVE "*** VENCIMENTO ANTERIOR A HOJE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACO-005.
      *
      *****************************************
      * APROVACAO DO SUPERVISOR: O PROPRIO     *
      * OPERADOR, SE FOR SUPERVISOR, OU UM     *
      * SUPERVISOR QUE DIGITA CODIGO E SENHA   *
      *****************************************
       ACO-SUP.
                IF W-OP-SUPERVISOR = "S"
                   MOVE W-OPERADOR TO W-SUP-CODIGO
                   GO TO ACO-OPC.
                DISPLAY (19, 01) "APROVACAO - SUPERVISOR: "
                DISPLAY (20, 01) "            SENHA.....: ".
       ACO-SUP1.
                MOVE SPACES TO W-SUP-CODIGO W-SUP-SENHA
                ACCEPT (19, 25) W-SUP-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 OR W-SUP-CODIGO = SPACES
                   PERFORM LIMPA-SUP THRU LIMPA-SUP-FIM
                   MOVE "*** ACORDO NAO APROVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACO-005.
                ACCEPT (20, 25) W-SUP-SENHA
                MOVE ZEROS TO W-SUP-OPCAO
                CALL "P201674" USING W-SUP-CODIGO W-SUP-SENHA
                            W-SUP-OPCAO W-SUP-AUTORIZADO
                            W-SUP-SUPERVISOR W-SUP-NOME
                IF W-SUP-SUPERVISOR NOT = "S"
                   MOVE "*** SUPERVISOR OU SENHA INVALIDOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACO-SUP1.
                PERFORM LIMPA-SUP THRU LIMPA-SUP-FIM.
       ACO-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVA ACORDO (S/N) : ".
                ACCEPT (23, 61) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ACO-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ACORDO ABANDONADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACO-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACO-OPC.
      *
      *****************************************
      * GRAVACAO: ACORDO, COBRANCAS "R" E      *
      * PARCELAS NOVAS, NESTA ORDEM            *
      *****************************************
       ACO-GRAVA.
                IF W-PROX-NUMERO = 9999
                   MOVE "*** LIMITE DE NUMERACAO DE ACORDOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACO-001.
                PERFORM ACHA-BOLETO THRU ACHA-BOLETO-FIM
                ADD 1 TO W-PROX-NUMERO
                MOVE SPACES          TO REGACORDO
                MOVE W-PROX-NUMERO   TO ACO-NUMERO
                MOVE W-RM            TO ACO-RM
                MOVE W-HOJE-NUM      TO ACO-DATA ACO-DATA-STATUS
                MOVE W-QTD-MENS      TO ACO-QTD-MENS
                MOVE W-TOT-ORIG      TO ACO-VALOR-ORIG
                MOVE W-TOT-ATUAL     TO ACO-VALOR-ATUAL
                MOVE W-VALOR         TO ACO-VALOR
                MOVE W-PARCELAS      TO ACO-PARCELAS
                MOVE W-VALOR-PARCELA TO ACO-VALOR-PARCELA
                MOVE W-DATA-NUM      TO ACO-PRIM-VENC
                COMPUTE ACO-BOLETO-INI = W-PROX-BOLETO + 1
                MOVE "A"             TO ACO-STATUS
                MOVE W-OPERADOR      TO ACO-OPERADOR
                MOVE W-SUP-CODIGO    TO ACO-SUPERVISOR
                WRITE REGACORDO
                IF ST-ERRO = "22"
                   MOVE "*** NUMERO DE ACORDO JA USADO - REFACA ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO NUM-001.
                IF ST-ERRO NOT = "00" AND "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADACORDO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE ACO-NUMERO TO W-AUD-CHAVE
                MOVE SPACES TO W-AUD-ANTES
                MOVE REGACORDO TO W-AUD-DEPOIS
                MOVE "INCLUSAO" TO W-AUD-ACAO
                CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                            W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                            W-AUD-DEPOIS
                PERFORM RENEGOCIA THRU RENEGOCIA-FIM
                MOVE WD-DIA TO W-DIA-BASE
                PERFORM GERA-PARCELA THRU GERA-PARCELA-FIM
                  VARYING W-PARC FROM 1 BY 1
                  UNTIL W-PARC > ACO-PARCELAS
                MOVE ACO-NUMERO TO WM-NUMERO
                MOVE W-MENS-GRAVADO TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACO-001.
      *
      *****************************************
      * ACORDO EM VIGOR DO RM (CHAVE           *
      * ALTERNATIVA ACO-RM)                    *
      *****************************************
       VE-VIGOR.
                MOVE ZEROS TO W-NUM-VIGOR
                MOVE W-RM TO ACO-RM
                START CADACORDO KEY IS NOT < ACO-RM
                IF ST-ERRO NOT = "00"
                   GO TO VE-VIGOR-FIM.
       VE-VIGOR1.
                READ CADACORDO NEXT RECORD
                   AT END
                      GO TO VE-VIGOR-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF ACO-RM NOT = W-RM
                   GO TO VE-VIGOR-FIM.
                IF ACO-EM-VIGOR
                   MOVE ACO-NUMERO TO W-NUM-VIGOR
                   GO TO VE-VIGOR-FIM.
                GO TO VE-VIGOR1.
       VE-VIGOR-FIM.
                EXIT.
      *
      *****************************************
      * COBRANCAS DO RM EM ABERTO E JA VENCIDAS*
      * (TODAS AS TURMAS E ANOS), COM O VALOR  *
      * ATUALIZADO ATE HOJE                    *
      *****************************************
       LEVANTA.
                MOVE ZEROS TO W-QTD-MENS W-TOT-ORIG W-TOT-ATUAL
                MOVE W-RM   TO MEN-RM
                MOVE SPACES TO MEN-TURMA
                MOVE ZEROS  TO MEN-ANOLETIVO MEN-ANOMES
                START CADMENS KEY IS NOT < CHAVE-MENS
                IF ST-MENS NOT = "00"
                   GO TO LEVANTA-FIM.
       LEVANTA1.
                READ CADMENS NEXT RECORD
                   AT END
                      GO TO LEVANTA-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF MEN-RM NOT = W-RM
                   GO TO LEVANTA-FIM.
                IF NOT MEN-ABERTA
                   GO TO LEVANTA1.
                MOVE MEN-VENCIMENTO TO W-VENCIMENTO
                IF W-VENCIMENTO NOT < W-HOJE-NUM
                   GO TO LEVANTA1.
                IF MEN-VIA-QTD NOT NUMERIC
                   MOVE ZEROS TO MEN-VIA-QTD MEN-VIA-VENCIMENTO
                                 MEN-VIA-VALOR.
                CALL "P201767" USING MEN-ANOLETIVO MEN-VALOR
                            W-VENCIMENTO MEN-VIA-VENCIMENTO
                            W-HOJE-NUM W-DIAS-ATRASO W-MULTA W-JUROS
                            W-VALOR-ATUAL W-MUL-ACHOU
                ADD 1 TO W-QTD-MENS
                ADD MEN-VALOR TO W-TOT-ORIG
                ADD W-VALOR-ATUAL TO W-TOT-ATUAL
                GO TO LEVANTA1.
       LEVANTA-FIM.
                EXIT.
      *
      *****************************************
      * FECHA COMO "R" AS MESMAS COBRANCAS DO  *
      * LEVANTAMENTO                           *
      *****************************************
       RENEGOCIA.
                MOVE ZEROS TO W-QTD-RENEG W-ACO-UNIDADE
                MOVE W-RM   TO MEN-RM
                MOVE SPACES TO MEN-TURMA
                MOVE ZEROS  TO MEN-ANOLETIVO MEN-ANOMES
                START CADMENS KEY IS NOT < CHAVE-MENS
                IF ST-MENS NOT = "00"
                   GO TO RENEGOCIA-FIM.
       RENEGOCIA1.
                READ CADMENS NEXT RECORD
                   AT END
                      GO TO RENEGOCIA-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF MEN-RM NOT = W-RM
                   GO TO RENEGOCIA-FIM.
                IF NOT MEN-ABERTA
                   GO TO RENEGOCIA1.
                MOVE MEN-VENCIMENTO TO W-VENCIMENTO
                IF W-VENCIMENTO NOT < W-HOJE-NUM
                   GO TO RENEGOCIA1.
                MOVE REGMENS TO W-AUD-ANTES
                IF MEN-VIA-QTD NOT NUMERIC
                   MOVE ZEROS TO MEN-VIA-QTD MEN-VIA-VENCIMENTO
                                 MEN-VIA-VALOR.
                MOVE "R"        TO MEN-STATUS
                MOVE W-HOJE-NUM TO MEN-PAGTO-DATA
                MOVE ZEROS      TO MEN-PAGTO-VALOR
                MOVE ACO-NUMERO TO MEN-ACORDO
                IF W-ACO-UNIDADE = ZEROS AND MEN-UNIDADE NUMERIC
                   MOVE MEN-UNIDADE TO W-ACO-UNIDADE.
                REWRITE REGMENS
                IF ST-MENS NOT = "00" AND ST-MENS NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO REGISTRO CADMENS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RENEGOCIA1.
                ADD 1 TO W-QTD-RENEG
                MOVE CHAVE-MENS TO W-AUD-CHAVE
                MOVE REGMENS TO W-AUD-DEPOIS
                MOVE "RENEGOCIA" TO W-AUD-ACAO
                CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                            W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                            W-AUD-DEPOIS
                GO TO RENEGOCIA1.
       RENEGOCIA-FIM.
                EXIT.
      *
      *****************************************
      * PARCELA W-PARC: VENCE W-PARC - 1 MESES *
      * DEPOIS DA PRIMEIRA, NO MESMO DIA (OU NO*
      * ULTIMO DIA DO MES, SE ELE FOR MENOR)   *
      *****************************************
       GERA-PARCELA.
                MOVE ACO-PRIM-VENC TO W-DATA-NUM
                COMPUTE W-MESES = (WD-ANO * 12) + WD-MES - 1
                                + W-PARC - 1
                DIVIDE W-MESES BY 12 GIVING WD-ANO REMAINDER WD-MES
                ADD 1 TO WD-MES
                PERFORM DIAS-DO-MES THRU DIAS-DO-MES-FIM
                MOVE W-DIA-BASE TO WD-DIA
                IF WD-DIA > W-DIAS-MES
                   MOVE W-DIAS-MES TO WD-DIA.
                MOVE ACO-RM        TO MEN-RM
                MOVE "*"           TO MEN-ACO-MARCA
                MOVE ACO-NUMERO    TO MEN-ACO-NUMERO
                MOVE W-ANO-ATUAL   TO MEN-ANOLETIVO
                COMPUTE MEN-ANOMES = (WD-ANO * 100) + WD-MES
                ADD 1 TO W-PROX-BOLETO
                MOVE W-PROX-BOLETO TO MEN-BOLETO
                IF W-PARC = ACO-PARCELAS
                   MOVE W-VALOR-ULTIMA TO MEN-VALOR
                ELSE
                   MOVE W-VALOR-PARCELA TO MEN-VALOR.
                MOVE W-DATA-CORR   TO MEN-VENCIMENTO
                MOVE "A"           TO MEN-STATUS
                MOVE ZEROS         TO MEN-PAGTO-DATA MEN-PAGTO-VALOR
                MOVE ZEROS         TO MEN-VIA-QTD MEN-VIA-VENCIMENTO
                                      MEN-VIA-VALOR MEN-TRANSP-VALOR
                MOVE ACO-NUMERO    TO MEN-ACORDO
                MOVE W-ACO-UNIDADE TO MEN-UNIDADE
                IF MEN-UNIDADE = ZEROS
                   MOVE 01 TO MEN-UNIDADE.
                WRITE REGMENS
                IF ST-MENS NOT = "00" AND ST-MENS NOT = "02"
                   MOVE "ERRO NA GRAVACAO DA PARCELA NO CADMENS"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GERA-PARCELA-FIM.
                MOVE CHAVE-MENS TO W-AUD-CHAVE
                MOVE SPACES TO W-AUD-ANTES
                MOVE REGMENS TO W-AUD-DEPOIS
                MOVE "INCLUSAO" TO W-AUD-ACAO
                CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                            W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                            W-AUD-DEPOIS.
       GERA-PARCELA-FIM.
                EXIT.
      *
       ACHA-BOLETO.
                MOVE ZEROS TO W-PROX-BOLETO
                MOVE LOW-VALUES TO CHAVE-MENS
                START CADMENS KEY IS NOT < CHAVE-MENS
                IF ST-MENS NOT = "00"
                   GO TO ACHA-BOLETO-FIM.
       ACHA-BOLETO1.
                READ CADMENS NEXT RECORD
                   AT END
                      GO TO ACHA-BOLETO-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF MEN-BOLETO > W-PROX-BOLETO
                   MOVE MEN-BOLETO TO W-PROX-BOLETO.
                GO TO ACHA-BOLETO1.
       ACHA-BOLETO-FIM.
                EXIT.
      *
       LIMPA-SUP.
                DISPLAY (19, 01) LIMPA
                DISPLAY (20, 01) LIMPA.
       LIMPA-SUP-FIM.
                EXIT.
      *
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
