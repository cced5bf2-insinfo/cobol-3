       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201768.
       AUTHOR. LEANDRO.
      **************************************************
      * SEGUNDA VIA DE BOLETO DE MENSALIDADE (CADMENS).  *
      * A SECRETARIA INFORMA A CHAVE DA COBRANCA EM      *
      * ABERTO E O NOVO VENCIMENTO; O VALOR DA VIA E O   *
      * ORIGINAL ATUALIZADO ATE ESSE VENCIMENTO (MULTA E *
      * JUROS DO CADMULTA VIA P201767). A VIA RECEBE O   *
      * PROXIMO NUMERO DE BOLETO, QUE PASSA A SER O      *
      * MEN-BOLETO DA COBRANCA; MEN-VALOR E O            *
      * MEN-VENCIMENTO ORIGINAIS NAO MUDAM E A VIA FICA  *
      * NO CADSEGVIA COM O BOLETO QUE ELA SUBSTITUIU (O  *
      * RETORNO DO BANCO AINDA RECONHECE O BOLETO        *
      * ANTIGO). O BOLETO E IMPRESSO EM BOLETO2V.TXT,    *
      * COMO AS DECLARACOES DO P201703, COM TRILHA DE    *
      * AUDITORIA VIA P201622.                           *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MENS
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSEGVIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SV-BOLETO
                    FILE STATUS  IS ST-VIA.
       SELECT BOLETO2V ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-IMP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
           COPY MENSREC.
       FD CADSEGVIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSEGVIA.DAT".
           COPY SEGVIAREC.
       FD BOLETO2V
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "BOLETO2V.TXT".
       01 LINHA-BOLETO              PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-VIA           PIC X(02) VALUE "00".
       77 ST-IMP           PIC X(02) VALUE "00".
       77 W-TECLA          PIC X(01) VALUE SPACE.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 W-VENCIMENTO     PIC 9(08) VALUE ZEROS.
       77 W-VIA-ZERO       PIC 9(08) VALUE ZEROS.
       77 W-DIAS-ATRASO    PIC 9(04) VALUE ZEROS.
       77 W-MULTA          PIC 9(06)V99 VALUE ZEROS.
       77 W-JUROS          PIC 9(06)V99 VALUE ZEROS.
       77 W-VALOR-ATUAL    PIC 9(06)V99 VALUE ZEROS.
       77 W-MUL-ACHOU      PIC X(01) VALUE "N".
       77 W-PROX-BOLETO    PIC 9(06) VALUE ZEROS.
       77 W-BOLETO-ANT     PIC 9(06) VALUE ZEROS.
       77 W-DATA-OK        PIC X(01) VALUE "N".
       77 W-DIAS-MES       PIC 9(02) VALUE ZEROS.
       77 WZ-QUOC          PIC 9(08) VALUE ZEROS.
       77 WZ-R4            PIC 9(04) VALUE ZEROS.
       77 WZ-R100          PIC 9(04) VALUE ZEROS.
       77 WZ-R400          PIC 9(04) VALUE ZEROS.
       77 W-ALU-NOME       PIC X(35) VALUE SPACES.
       77 W-ALU-SEXO       PIC X(01) VALUE SPACE.
       77 W-ALU-NASC       PIC 9(08) VALUE ZEROS.
       77 W-ALU-ACHOU      PIC X(01) VALUE "N".
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA      PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO   PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR PIC X(01) VALUE "N".
       77 W-OP-NOME    PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA PIC X(08) VALUE "FP201768".
       77 W-QSC-LIBERADO PIC X(01) VALUE "N".
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "FP201768".
       77 W-AUD-ACAO       PIC X(10) VALUE SPACES.
       77 W-AUD-CHAVE      PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES      PIC X(200) VALUE SPACES.
       77 W-AUD-DEPOIS     PIC X(200) VALUE SPACES.
       01 W-CHAVE-SALVA    PIC X(20) VALUE SPACES.
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
       01 W-ANOMES-AUX.
                03 WAA-ANO         PIC 9(04).
                03 WAA-MES         PIC 9(02).
      *
      * LINHAS DO BOLETO DE SEGUNDA VIA (BOLETO2V.TXT)
      *
       01 LINHA-TITULO     PIC X(80)
           VALUE "SEGUNDA VIA DE BOLETO - MENSALIDADE ESCOLAR".
       01 LINHA-BOL1.
                03 FILLER       PIC X(20) VALUE "BOLETO NUMERO......:".
                03 FILLER       PIC X(01) VALUE SPACE.
                03 BL-BOLETO    PIC 9(06).
                03 FILLER       PIC X(18) VALUE "   (SUBSTITUI O ".
                03 BL-BOLETO-ANT PIC 9(06).
                03 FILLER       PIC X(01) VALUE ")".
       01 LINHA-BOL2.
                03 FILLER       PIC X(20) VALUE "ALUNO..............:".
                03 FILLER       PIC X(01) VALUE SPACE.
                03 BL-RM        PIC 9(05).
                03 FILLER       PIC X(03) VALUE " - ".
                03 BL-NOME      PIC X(35).
       01 LINHA-BOL3.
                03 FILLER       PIC X(20) VALUE "TURMA/ANO LETIVO...:".
                03 FILLER       PIC X(01) VALUE SPACE.
                03 BL-TURMA     PIC X(05).
                03 FILLER       PIC X(01) VALUE "/".
                03 BL-ANOLETIVO PIC 9(04).
                03 FILLER       PIC X(16) VALUE "   REFERENCIA: ".
                03 BL-REF-MES   PIC 9(02).
                03 FILLER       PIC X(01) VALUE "/".
                03 BL-REF-ANO   PIC 9(04).
       01 LINHA-BOL4.
                03 FILLER       PIC X(20) VALUE "VENCIMENTO ORIGINAL:".
                03 FILLER       PIC X(01) VALUE SPACE.
                03 BL-VENC-DIA  PIC 9(02).
                03 FILLER       PIC X(01) VALUE "/".
                03 BL-VENC-MES  PIC 9(02).
                03 FILLER       PIC X(01) VALUE "/".
                03 BL-VENC-ANO  PIC 9(04).
                03 FILLER       PIC X(18) VALUE "   VALOR ORIGINAL:".
                03 BL-VALOR-ORIG PIC ZZZ.ZZ9,99.
       01 LINHA-BOL5.
                03 FILLER       PIC X(20) VALUE "MULTA..............:".
                03 BL-MULTA     PIC ZZZ.ZZ9,99.
                03 FILLER       PIC X(10) VALUE "   JUROS:".
                03 BL-JUROS     PIC ZZZ.ZZ9,99.
                03 FILLER       PIC X(08) VALUE "  (DIAS ".
                03 BL-DIAS      PIC ZZZ9.
                03 FILLER       PIC X(01) VALUE ")".
       01 LINHA-BOL6.
                03 FILLER       PIC X(20) VALUE "NOVO VENCIMENTO....:".
                03 FILLER       PIC X(01) VALUE SPACE.
                03 BL-NVEN-DIA  PIC 9(02).
                03 FILLER       PIC X(01) VALUE "/".
                03 BL-NVEN-MES  PIC 9(02).
                03 FILLER       PIC X(01) VALUE "/".
                03 BL-NVEN-ANO  PIC 9(04).
                03 FILLER       PIC X(18) VALUE "   VALOR A PAGAR:".
                03 BL-VALOR     PIC ZZZ.ZZ9,99.
       01 LINHA-BOL7     PIC X(80) VALUE
           "APOS O NOVO VENCIMENTO O VALOR SERA RECALCULADO NA BAIXA.".
       01 LINHA-BOL8.
                03 FILLER       PIC X(20) VALUE "EMITIDO EM.........:".
                03 FILLER       PIC X(01) VALUE SPACE.
                03 BL-EMI-DIA   PIC 9(02).
                03 FILLER       PIC X(01) VALUE "/".
                03 BL-EMI-MES   PIC 9(02).
                03 FILLER       PIC X(01) VALUE "/".
                03 BL-EMI-ANO   PIC 9(04).
                03 FILLER       PIC X(14) VALUE "   OPERADOR: ".
                03 BL-OPERADOR  PIC X(08).
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
                OPEN I-O CADMENS
                IF ST-ERRO NOT = "00"
                   MOVE "*** SEM ARQUIVO DE MENSALIDADES ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       INC-OP1.
                OPEN I-O CADSEGVIA
                IF ST-VIA NOT = "00"
                   IF ST-VIA = "30" OR "35"
                      OPEN OUTPUT CADSEGVIA
                      CLOSE CADSEGVIA
                      MOVE "*** ARQUIVO CADSEGVIA CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP1
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADSEGVIA"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADMENS
                      GO TO ROT-FIM.
       VIA-001.
                MOVE ZEROS TO MEN-RM MEN-ANOLETIVO MEN-ANOMES
                MOVE SPACES TO MEN-TURMA
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "SEGUNDA VIA DE BOLETO DE MENSALIDADE"
                DISPLAY (04, 01) "RM: "
                DISPLAY (04, 15) "TURMA: "
                DISPLAY (04, 35) "ANO LETIVO: "
                DISPLAY (04, 58) "MES: "
                DISPLAY (06, 01) "BOLETO......: "
                DISPLAY (07, 01) "VALOR.......: "
                DISPLAY (08, 01) "VENCIMENTO..: "
                DISPLAY (06, 35) "SEGUNDA VIA...: "
                DISPLAY (07, 35) "VALOR DA VIA..: "
                DISPLAY (08, 35) "VENCTO DA VIA.: "
                DISPLAY (10, 01) "NOVO VENCTO.:          (AAAAMMDD)"
                DISPLAY (12, 01) "DIAS ATRASO.: "
                DISPLAY (13, 01) "MULTA.......: "
                DISPLAY (14, 01) "JUROS.......: "
                DISPLAY (15, 01) "VALOR DA VIA: ".
       VIA-002.
                ACCEPT (04, 05) MEN-RM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADMENS CADSEGVIA
                   GO TO ROT-FIM.
                IF MEN-RM = ZEROS
                   MOVE "*** RM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIA-002.
       VIA-003.
                ACCEPT (04, 22) MEN-TURMA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO VIA-002.
       VIA-004.
                ACCEPT (04, 47) MEN-ANOLETIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO VIA-003.
       VIA-005.
                ACCEPT (04, 63) MEN-ANOMES
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO VIA-004.
                READ CADMENS
                IF ST-ERRO NOT = "00"
                   MOVE "*** COBRANCA NAO ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIA-002.
                IF MEN-PAGA
                   MOVE "*** COBRANCA JA ESTA PAGA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIA-001.
                IF MEN-CANCELADA
                   MOVE "*** COBRANCA CANCELADA (SAIDA DO ALUNO) ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIA-001.
                IF MEN-RENEGOCIADA
                   MOVE "*** COBRANCA RENEGOCIADA EM ACORDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIA-001.
                IF MEN-VIA-QTD NOT NUMERIC
                   MOVE ZEROS TO MEN-VIA-QTD MEN-VIA-VENCIMENTO
                                 MEN-VIA-VALOR.
                DISPLAY (06, 15) MEN-BOLETO
                DISPLAY (07, 15) MEN-VALOR
                DISPLAY (08, 15) MEN-VENCIMENTO
                DISPLAY (06, 51) MEN-VIA-QTD
                DISPLAY (07, 51) MEN-VIA-VALOR
                DISPLAY (08, 51) MEN-VIA-VENCIMENTO
                IF MEN-VIA-QTD = 9
                   MOVE "*** LIMITE DE 9 VIAS PARA A COBRANCA ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIA-001.
                MOVE CHAVE-MENS TO W-CHAVE-SALVA
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
       VIA-006.
                MOVE ZEROS TO W-DATA-NUM
                ACCEPT (10, 15) W-DATA-NUM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO VIA-005.
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DATA-OK NOT = "S"
                   MOVE "*** DATA DE VENCIMENTO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIA-006.
                IF W-DATA-NUM < W-HOJE-NUM
                   MOVE "*** NOVO VENCIMENTO ANTERIOR A HOJE ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIA-006.
                MOVE MEN-VENCIMENTO TO W-VENCIMENTO
                IF W-DATA-NUM NOT > W-VENCIMENTO
                   MOVE "*** BOLETO ORIGINAL AINDA NAO VENCEU ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIA-006.
                MOVE ZEROS TO W-VIA-ZERO
                CALL "P201767" USING MEN-ANOLETIVO MEN-VALOR
                            W-VENCIMENTO W-VIA-ZERO W-DATA-NUM
                            W-DIAS-ATRASO W-MULTA W-JUROS
                            W-VALOR-ATUAL W-MUL-ACHOU
                DISPLAY (12, 15) W-DIAS-ATRASO
                DISPLAY (13, 15) W-MULTA
                DISPLAY (14, 15) W-JUROS
                DISPLAY (15, 15) W-VALOR-ATUAL
                IF W-MUL-ACHOU NOT = "S"
                   MOVE "** SEM MULTA/JUROS CADASTRADOS PARA O ANO **"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VIA-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "EMITE VIA (S/N) : ".
                ACCEPT (23, 58) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO VIA-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** SEGUNDA VIA ABANDONADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIA-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIA-OPC.
      *
      *****************************************
      * PROXIMO NUMERO DE BOLETO (O MAIOR DO   *
      * CADMENS + 1, COMO NO P201712) E        *
      * RELEITURA DA COBRANCA PARA REGRAVAR    *
      *****************************************
       VIA-GRAVA.
                PERFORM ACHA-BOLETO THRU ACHA-BOLETO-FIM
                MOVE W-CHAVE-SALVA TO CHAVE-MENS
                READ CADMENS
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA RELEITURA DO CADMENS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIA-001.
                IF MEN-VIA-QTD NOT NUMERIC
                   MOVE ZEROS TO MEN-VIA-QTD MEN-VIA-VENCIMENTO
                                 MEN-VIA-VALOR.
                MOVE REGMENS TO W-AUD-ANTES
                MOVE MEN-BOLETO TO W-BOLETO-ANT
                ADD 1 TO W-PROX-BOLETO
                MOVE W-PROX-BOLETO  TO SV-BOLETO
                MOVE W-BOLETO-ANT   TO SV-BOLETO-ANT
                MOVE CHAVE-MENS     TO SV-CHAVE-MENS
                COMPUTE SV-VIA = MEN-VIA-QTD + 1
                MOVE W-DATA-NUM     TO SV-VENCIMENTO
                MOVE MEN-VALOR      TO SV-VALOR-ORIG
                MOVE W-MULTA        TO SV-MULTA
                MOVE W-JUROS        TO SV-JUROS
                MOVE W-VALOR-ATUAL  TO SV-VALOR
                MOVE W-HOJE-NUM     TO SV-DATA-EMISSAO
                MOVE W-OPERADOR     TO SV-OPERADOR
                WRITE REGSEGVIA
                IF ST-VIA NOT = "00" AND "02"
                   MOVE "ERRO NA GRAVACAO DO CADSEGVIA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIA-001.
                MOVE W-PROX-BOLETO  TO MEN-BOLETO
                MOVE SV-VIA         TO MEN-VIA-QTD
                MOVE W-DATA-NUM     TO MEN-VIA-VENCIMENTO
                MOVE W-VALOR-ATUAL  TO MEN-VIA-VALOR
                REWRITE REGMENS
                IF ST-ERRO NOT = "00" AND "02"
                   MOVE "ERRO NA REGRAVACAO DO CADMENS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIA-001.
                MOVE CHAVE-MENS TO W-AUD-CHAVE
                MOVE REGMENS TO W-AUD-DEPOIS
                MOVE "ALTERACAO" TO W-AUD-ACAO
                CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                            W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                            W-AUD-DEPOIS
                PERFORM IMPRIME-VIA THRU IMPRIME-VIA-FIM
                MOVE "** SEGUNDA VIA EMITIDA EM BOLETO2V.TXT **" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VIA-001.
      *
       ACHA-BOLETO.
                MOVE ZEROS TO W-PROX-BOLETO
                MOVE LOW-VALUES TO CHAVE-MENS
                START CADMENS KEY IS NOT < CHAVE-MENS
                IF ST-ERRO NOT = "00"
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
       IMPRIME-VIA.
                MOVE SV-RM TO BL-RM
                MOVE SPACES TO W-ALU-NOME
                CALL "P201689" USING SV-RM W-ALU-NOME W-ALU-SEXO
                                     W-ALU-NASC W-ALU-ACHOU
                OPEN OUTPUT BOLETO2V
                WRITE LINHA-BOLETO FROM LINHA-TITULO
                MOVE SPACES TO LINHA-BOLETO
                WRITE LINHA-BOLETO
                MOVE SV-BOLETO     TO BL-BOLETO
                MOVE SV-BOLETO-ANT TO BL-BOLETO-ANT
                WRITE LINHA-BOLETO FROM LINHA-BOL1
                MOVE W-ALU-NOME    TO BL-NOME
                WRITE LINHA-BOLETO FROM LINHA-BOL2
                MOVE SV-TURMA      TO BL-TURMA
                MOVE SV-ANOLETIVO  TO BL-ANOLETIVO
                MOVE SV-ANOMES     TO W-ANOMES-AUX
                MOVE WAA-MES       TO BL-REF-MES
                MOVE WAA-ANO       TO BL-REF-ANO
                WRITE LINHA-BOLETO FROM LINHA-BOL3
                MOVE MEN-VEN-DIA   TO BL-VENC-DIA
                MOVE MEN-VEN-MES   TO BL-VENC-MES
                MOVE MEN-VEN-ANO   TO BL-VENC-ANO
                MOVE SV-VALOR-ORIG TO BL-VALOR-ORIG
                WRITE LINHA-BOLETO FROM LINHA-BOL4
                MOVE SV-MULTA      TO BL-MULTA
                MOVE SV-JUROS      TO BL-JUROS
                MOVE W-DIAS-ATRASO TO BL-DIAS
                WRITE LINHA-BOLETO FROM LINHA-BOL5
                MOVE WD-DIA        TO BL-NVEN-DIA
                MOVE WD-MES        TO BL-NVEN-MES
                MOVE WD-ANO        TO BL-NVEN-ANO
                MOVE SV-VALOR      TO BL-VALOR
                WRITE LINHA-BOLETO FROM LINHA-BOL6
                MOVE SPACES TO LINHA-BOLETO
                WRITE LINHA-BOLETO
                WRITE LINHA-BOLETO FROM LINHA-BOL7
                MOVE SPACES TO LINHA-BOLETO
                WRITE LINHA-BOLETO
                MOVE W-DIA-ATUAL   TO BL-EMI-DIA
                MOVE W-MES-ATUAL   TO BL-EMI-MES
                MOVE W-ANO-ATUAL   TO BL-EMI-ANO
                MOVE W-OPERADOR    TO BL-OPERADOR
                WRITE LINHA-BOLETO FROM LINHA-BOL8
                CLOSE BOLETO2V.
       IMPRIME-VIA-FIM.
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
