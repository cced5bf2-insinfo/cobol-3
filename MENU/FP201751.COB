       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201751.
       AUTHOR. LEANDRO.
      **************************************************
      * MANUTENCAO DAS OCORRENCIAS DISCIPLINARES         *
      * (CADOCORR), NO LUGAR DO LIVRO DE PAPEL DA        *
      * COORDENACAO. O ALUNO (RM + TURMA + ANO LETIVO) E *
      * CONFERIDO NO CADNOTA.DAT; CADA DATA ACEITA VARIAS*
      * OCORRENCIAS (SEQUENCIA 00 = PROXIMA LIVRE). O     *
      * PROFESSOR QUE RELATOU E CONFERIDO NO CADPROF VIA *
      * P201690 (000 = A PROPRIA COORDENACAO). PARA       *
      * ADVERTENCIA E SUSPENSAO, IMPRIME EM NOTIFICA.TXT *
      * A NOTIFICACAO ENDERECADA AO RESPONSAVEL DO        *
      * CADALUNO (ALU-RESPONSAVEL) E MARCA A OCORRENCIA   *
      * COMO NOTIFICADA; F4 REIMPRIME.                    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADOCORR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-OCORR
                    FILE STATUS  IS ST-ERRO.
       SELECT CADNOTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NOTA
                    FILE STATUS  IS ST-NOTA
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES.
       SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALU-RM
                    FILE STATUS  IS ST-ALUNO
                    ALTERNATE RECORD KEY IS ALU-NOME
                               WITH DUPLICATES.
       SELECT NOTIFICACAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-NOTIF.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADOCORR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOCORR.DAT".
           COPY OCORREC.
       FD CADNOTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTA.DAT".
           COPY NOTAREC.
       FD CADALUNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALUNO.DAT".
           COPY ALUNOREC.
       FD NOTIFICACAO
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "NOTIFICA.TXT".
       01 LINHA-NOTIF               PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL            PIC 9(01) VALUE ZEROS.
       77 W-TECLA          PIC X(01) VALUE SPACE.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-NOTA          PIC X(02) VALUE "00".
       77 ST-ALUNO         PIC X(02) VALUE "00".
       77 ST-NOTIF         PIC X(02) VALUE "00".
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
       77 W-ALUNO-ABERTO   PIC X(01) VALUE "N".
       77 W-PRF-NOME       PIC X(30) VALUE SPACES.
       77 W-PRF-ACHOU      PIC X(01) VALUE "N".
       77 W-PROX-SEQ       PIC 9(02) VALUE ZEROS.
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-SENHA          PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO       PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO  PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR  PIC X(01) VALUE "N".
       77 W-OP-NOME        PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA   PIC X(08) VALUE "FP201751".
       77 W-QSC-LIBERADO   PIC X(01) VALUE "N".
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "FP201751".
       77 W-AUD-ACAO       PIC X(10) VALUE SPACES.
       77 W-AUD-CHAVE      PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES      PIC X(200) VALUE SPACES.
       77 W-AUD-DEPOIS     PIC X(200) VALUE SPACES.
       01 W-CHAVE-SALVA.
                03 W-SALVA-RM        PIC 9(05).
                03 W-SALVA-TURMA     PIC X(05).
                03 W-SALVA-ANOLETIVO PIC 9(04).
                03 W-SALVA-DATA      PIC 9(08).
                03 W-SALVA-SEQ       PIC 9(02).
       01 W-HOJE.
                03 W-ANO-ATUAL     PIC 9(04).
                03 W-MES-ATUAL     PIC 9(02).
                03 W-DIA-ATUAL     PIC 9(02).
       01 LINHA-TIPO-V     PIC X(80)
           VALUE "NOTIFICACAO DE ADVERTENCIA DISCIPLINAR".
       01 LINHA-TIPO-S     PIC X(80)
           VALUE "NOTIFICACAO DE SUSPENSAO DISCIPLINAR".
       01 LINHA-DEST1.
                03 FILLER       PIC X(17) VALUE "AO(A) SR(A).    ".
                03 NT-RESPONSAVEL PIC X(35).
       01 LINHA-DEST2.
                03 FILLER       PIC X(17) VALUE SPACES.
                03 NT-LOGRADOURO PIC X(30).
                03 FILLER       PIC X(02) VALUE ", ".
                03 NT-NUMERO    PIC ZZZZ9.
                03 FILLER       PIC X(03) VALUE " - ".
                03 NT-BAIRRO    PIC X(20).
       01 LINHA-DEST3.
                03 FILLER       PIC X(17) VALUE SPACES.
                03 NT-CIDADE    PIC X(20).
                03 FILLER       PIC X(03) VALUE " - ".
                03 NT-UF        PIC X(02).
                03 FILLER       PIC X(06) VALUE "  CEP ".
                03 NT-CEP1      PIC 9(05).
                03 FILLER       PIC X(01) VALUE "-".
                03 NT-CEP2      PIC 9(03).
       01 LINHA-TEXTO1.
                03 FILLER       PIC X(34)
                    VALUE "COMUNICAMOS QUE O(A) ALUNO(A) RM ".
                03 NT-RM        PIC ZZZZ9.
                03 FILLER       PIC X(03) VALUE " - ".
                03 NT-NOME      PIC X(35).
       01 LINHA-TEXTO2.
                03 FILLER       PIC X(10) VALUE "DA TURMA ".
                03 NT-TURMA     PIC X(05).
                03 FILLER       PIC X(14) VALUE ", ANO LETIVO ".
                03 NT-ANOLETIVO PIC 9(04).
                03 FILLER       PIC X(13) VALUE ", RECEBEU EM ".
                03 NT-DIA       PIC 9(02).
                03 FILLER       PIC X(01) VALUE "/".
                03 NT-MES       PIC 9(02).
                03 FILLER       PIC X(01) VALUE "/".
                03 NT-ANO       PIC 9(04).
       01 LINHA-TEXTO3-V    PIC X(80)
           VALUE "UMA ADVERTENCIA DISCIPLINAR PELO SEGUINTE MOTIVO:".
       01 LINHA-TEXTO3-S.
                03 FILLER       PIC X(17) VALUE "UMA SUSPENSAO DE ".
                03 NT-DIAS-SUSP PIC Z9.
                03 FILLER       PIC X(33)
                    VALUE " DIA(S) PELO SEGUINTE MOTIVO:".
       01 LINHA-MOTIVO.
                03 FILLER       PIC X(04) VALUE SPACES.
                03 NT-DESCRICAO PIC X(60).
       01 LINHA-TEXTO4.
                03 FILLER       PIC X(44) VALUE
                   "SOLICITAMOS O COMPARECIMENTO DO RESPONSAVEL ".
                03 FILLER       PIC X(16) VALUE "NA COORDENACAO.".
       01 LINHA-RODAPE.
                03 FILLER       PIC X(10) VALUE "EMITIDA EM".
                03 FILLER       PIC X(01) VALUE SPACE.
                03 NT-DIA-EMI   PIC 9(02).
                03 FILLER       PIC X(01) VALUE "/".
                03 NT-MES-EMI   PIC 9(02).
                03 FILLER       PIC X(01) VALUE "/".
                03 NT-ANO-EMI   PIC 9(04).
                03 FILLER       PIC X(12) VALUE "  OPERADOR: ".
                03 NT-OPERADOR  PIC X(08).
       01 LINHA-ASSIN1     PIC X(80)
           VALUE "ASSINATURA DA COORDENACAO: ____________________".
       01 LINHA-ASSIN2     PIC X(80)
           VALUE "CIENTE DO RESPONSAVEL....: ____________________".
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
                OPEN I-O CADOCORR
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADOCORR
                      CLOSE CADOCORR
                      MOVE "*** ARQUIVO CADOCORR CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADOCORR"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                OPEN INPUT CADNOTA
                IF ST-NOTA NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADNOTA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADOCORR
                   GO TO ROT-FIM.
      *
      * SEM CADALUNO A OCORRENCIA E REGISTRADA, MAS A NOTIFICACAO
      * FICA PENDENTE (NAO HA RESPONSAVEL NEM ENDERECO)
      *
                OPEN INPUT CADALUNO
                IF ST-ALUNO = "00"
                   MOVE "S" TO W-ALUNO-ABERTO.
       INC-001.
                MOVE ZEROS  TO OCO-RM OCO-ANOLETIVO OCO-DATA OCO-SEQ
                               OCO-PROFESSOR OCO-DIAS-SUSP
                MOVE SPACES TO OCO-TURMA OCO-TIPO OCO-DESCRICAO
                               OCO-OPERADOR
                MOVE "N" TO OCO-NOTIFICADA
                MOVE 0 TO W-SEL
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 20) "OCORRENCIAS DISCIPLINARES"
                DISPLAY  (04, 01) "RM: "
                DISPLAY  (04, 20) "TURMA: "
                DISPLAY  (04, 45) "ANO LETIVO: "
                DISPLAY  (05, 01) "ALUNO: "
                DISPLAY  (07, 01) "DATA (AAAAMMDD): "
                DISPLAY  (07, 30) "SEQUENCIA (00=NOVA): "
                DISPLAY  (09, 01) "TIPO: "
                DISPLAY  (09, 10) "(A=ATRASO I=INDISCIPLINA"
                DISPLAY  (09, 35) "V=ADVERTENCIA S=SUSPENSAO)"
                DISPLAY  (11, 01) "PROFESSOR (000=COORDENACAO): "
                DISPLAY  (13, 01) "DESCRICAO: "
                DISPLAY  (15, 01) "DIAS DE SUSPENSAO: "
                DISPLAY  (17, 01) "NOTIFICACAO IMPRESSA: ".
       INC-002.
                ACCEPT  (04, 05) OCO-RM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADOCORR CADNOTA
                   IF W-ALUNO-ABERTO = "S"
                      CLOSE CADALUNO
                      GO TO ROT-FIM
                   ELSE
                      GO TO ROT-FIM.
                IF OCO-RM = ZEROS
                   MOVE "*** RM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-002A.
                ACCEPT (04, 27) OCO-TURMA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF OCO-TURMA = SPACES
                   MOVE "*** TURMA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
       INC-002B.
                ACCEPT (04, 57) OCO-ANOLETIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                IF OCO-ANOLETIVO = ZEROS
                   MOVE "*** ANO LETIVO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002B.
       LER-ALUNO.
                MOVE OCO-RM        TO RM
                MOVE OCO-TURMA     TO TURMA
                MOVE OCO-ANOLETIVO TO ANOLETIVO
                READ CADNOTA
                IF ST-NOTA NOT = "00"
                   MOVE "*** ALUNO NAO CADASTRADO NO P201613 ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF SIT-EXCLUIDO OF REGNOTA
                   MOVE "*** ALUNO EXCLUIDO DO CADNOTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 08) NOME OF REGNOTA.
       INC-003.
                ACCEPT (07, 19) OCO-DATA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002B.
                IF OCO-MES < 01 OR OCO-MES > 12
                   OR OCO-DIA < 01 OR OCO-DIA > 31
                   OR OCO-ANO = ZEROS
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (07, 51) OCO-SEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF OCO-SEQ = ZEROS
                   PERFORM PROXIMA-SEQ THRU PROXIMA-SEQ-FIM
                   GO TO INC-005.
       LER-OCORR.
                READ CADOCORR
                IF ST-ERRO = "00"
                   MOVE REGOCORR TO W-AUD-ANTES
                   PERFORM MOSTRA-OCORR THRU MOSTRA-OCORR-FIM
                   MOVE 1 TO W-SEL
                   GO TO ACE-001.
                IF ST-ERRO = "23"
                   MOVE "*** OCORRENCIA NAO ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE "ERRO NA LEITURA DO ARQUIVO CADOCORR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       INC-005.
                ACCEPT (09, 07) OCO-TIPO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF NOT OCO-TIPO-VALIDO
                   MOVE "*** TIPO INVALIDO (A, I, V OU S) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT (11, 31) OCO-PROFESSOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                MOVE SPACES TO W-PRF-NOME
                IF OCO-PROFESSOR = ZEROS
                   MOVE "COORDENACAO" TO W-PRF-NOME
                ELSE
                   MOVE "N" TO W-PRF-ACHOU
                   CALL "P201690" USING OCO-PROFESSOR W-PRF-NOME
                                        W-PRF-ACHOU
                   IF W-PRF-ACHOU NOT = "S"
                      MOVE "*** PROFESSOR NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-006.
                DISPLAY (11, 35) W-PRF-NOME.
       INC-007.
                ACCEPT (13, 12) OCO-DESCRICAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF OCO-DESCRICAO = SPACES
                   MOVE "*** DESCRICAO OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                IF NOT OCO-SUSPENSAO
                   MOVE ZEROS TO OCO-DIAS-SUSP
                   DISPLAY (15, 20) OCO-DIAS-SUSP
                   GO TO INC-009.
                ACCEPT (15, 20) OCO-DIAS-SUSP WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF OCO-DIAS-SUSP = ZEROS
                   MOVE "*** INFORME OS DIAS DE SUSPENSAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                MOVE W-OPERADOR TO OCO-OPERADOR
                IF W-SEL = 1
                   GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR    (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE "N" TO OCO-NOTIFICADA
                WRITE REGOCORR
                IF ST-ERRO = "00" OR "02"
                      MOVE CHAVE-OCORR TO W-AUD-CHAVE
                      MOVE SPACES TO W-AUD-ANTES
                      MOVE REGOCORR TO W-AUD-DEPOIS
                      MOVE "GRAVACAO" TO W-AUD-ACAO
                      CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                                  W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                                  W-AUD-DEPOIS
                      MOVE "*** OCORRENCIA GRAVADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO IMP-OPC.
                IF ST-ERRO = "22"
                      MOVE "*** OCORRENCIA JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADOCORR"
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
                "F1=NOVO  F2=ALTERAR  F3=EXCLUIR  F4=IMPRIMIR NOTIFIC."
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
                   GO TO IMP-OPC.
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
                DELETE CADOCORR RECORD
                IF ST-ERRO = "00"
                   MOVE CHAVE-OCORR TO W-AUD-CHAVE
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
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGOCORR
                IF ST-ERRO = "00" OR "02"
                   MOVE CHAVE-OCORR TO W-AUD-CHAVE
                   MOVE REGOCORR TO W-AUD-DEPOIS
                   MOVE "ALTERACAO" TO W-AUD-ACAO
                   CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                               W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                               W-AUD-DEPOIS
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADOCORR"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * NOTIFICACAO AO RESPONSAVEL: SO PARA    *
      * ADVERTENCIA E SUSPENSAO. O TEXTO VAI   *
      * PARA NOTIFICA.TXT (COMO A DECLARACAO   *
      * DO P201703) E A OCORRENCIA FICA        *
      * MARCADA COMO NOTIFICADA                *
      *****************************************
       IMP-OPC.
                IF NOT OCO-ADVERTENCIA AND NOT OCO-SUSPENSAO
                   IF W-SEL = 1
                      MOVE "** SO ADVERTENCIA/SUSPENSAO TEM NOTIFICACAO"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                   ELSE
                      GO TO INC-001.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 30) "IMPRIME NOTIFICACAO (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NOTIFICACAO FICA PENDENTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IMP-OPC.
                IF W-ALUNO-ABERTO NOT = "S"
                   MOVE "** SEM CADALUNO - NOTIFICACAO PENDENTE **"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE OCO-RM TO ALU-RM
                READ CADALUNO
                IF ST-ALUNO NOT = "00"
                   OR ALU-RESPONSAVEL = SPACES
                   MOVE "** ALUNO SEM RESPONSAVEL NO CADALUNO **"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                PERFORM IMPRIME-NOTIF THRU IMPRIME-NOTIF-FIM
                IF OCO-NOTIFICADA = "S"
                   GO TO IMP-FIM.
                MOVE REGOCORR TO W-AUD-ANTES
                MOVE "S" TO OCO-NOTIFICADA
                REWRITE REGOCORR
                IF ST-ERRO NOT = "00" AND "02"
                   MOVE "ERRO NA ALTERACAO DO REGISTRO CADOCORR"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE CHAVE-OCORR TO W-AUD-CHAVE
                MOVE REGOCORR TO W-AUD-DEPOIS
                MOVE "ALTERACAO" TO W-AUD-ACAO
                CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                            W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                            W-AUD-DEPOIS.
       IMP-FIM.
                MOVE "** NOTIFICACAO EMITIDA EM NOTIFICA.TXT **"
                                                          TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
       IMPRIME-NOTIF.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                OPEN OUTPUT NOTIFICACAO
                IF OCO-SUSPENSAO
                   MOVE LINHA-TIPO-S TO LINHA-NOTIF
                ELSE
                   MOVE LINHA-TIPO-V TO LINHA-NOTIF.
                WRITE LINHA-NOTIF
                MOVE SPACES TO LINHA-NOTIF
                WRITE LINHA-NOTIF
                MOVE ALU-RESPONSAVEL TO NT-RESPONSAVEL
                WRITE LINHA-NOTIF FROM LINHA-DEST1
                MOVE ALU-LOGRADOURO TO NT-LOGRADOURO
                MOVE ALU-NUMERO     TO NT-NUMERO
                MOVE ALU-BAIRRO     TO NT-BAIRRO
                WRITE LINHA-NOTIF FROM LINHA-DEST2
                MOVE ALU-CIDADE     TO NT-CIDADE
                MOVE ALU-UF         TO NT-UF
                MOVE ALU-CEP1       TO NT-CEP1
                MOVE ALU-CEP2       TO NT-CEP2
                WRITE LINHA-NOTIF FROM LINHA-DEST3
                MOVE SPACES TO LINHA-NOTIF
                WRITE LINHA-NOTIF
                MOVE OCO-RM         TO NT-RM
                MOVE NOME OF REGNOTA TO NT-NOME
                WRITE LINHA-NOTIF FROM LINHA-TEXTO1
                MOVE OCO-TURMA      TO NT-TURMA
                MOVE OCO-ANOLETIVO  TO NT-ANOLETIVO
                MOVE OCO-DIA        TO NT-DIA
                MOVE OCO-MES        TO NT-MES
                MOVE OCO-ANO        TO NT-ANO
                WRITE LINHA-NOTIF FROM LINHA-TEXTO2
                IF OCO-SUSPENSAO
                   MOVE OCO-DIAS-SUSP TO NT-DIAS-SUSP
                   WRITE LINHA-NOTIF FROM LINHA-TEXTO3-S
                ELSE
                   WRITE LINHA-NOTIF FROM LINHA-TEXTO3-V.
                MOVE OCO-DESCRICAO  TO NT-DESCRICAO
                WRITE LINHA-NOTIF FROM LINHA-MOTIVO
                MOVE SPACES TO LINHA-NOTIF
                WRITE LINHA-NOTIF
                WRITE LINHA-NOTIF FROM LINHA-TEXTO4
                MOVE SPACES TO LINHA-NOTIF
                WRITE LINHA-NOTIF
                MOVE W-DIA-ATUAL TO NT-DIA-EMI
                MOVE W-MES-ATUAL TO NT-MES-EMI
                MOVE W-ANO-ATUAL TO NT-ANO-EMI
                MOVE W-OPERADOR  TO NT-OPERADOR
                WRITE LINHA-NOTIF FROM LINHA-RODAPE
                MOVE SPACES TO LINHA-NOTIF
                WRITE LINHA-NOTIF
                WRITE LINHA-NOTIF FROM LINHA-ASSIN1
                MOVE SPACES TO LINHA-NOTIF
                WRITE LINHA-NOTIF
                WRITE LINHA-NOTIF FROM LINHA-ASSIN2
                CLOSE NOTIFICACAO.
       IMPRIME-NOTIF-FIM.
                EXIT.
      *
      *****************************************
      * PROXIMA SEQUENCIA LIVRE DO ALUNO NA    *
      * DATA: PERCORRE AS OCORRENCIAS DO DIA E *
      * DEVOLVE A CHAVE COM A MAIOR + 1        *
      *****************************************
       PROXIMA-SEQ.
                MOVE CHAVE-OCORR TO W-CHAVE-SALVA
                MOVE 1 TO W-PROX-SEQ
                START CADOCORR KEY IS NOT < CHAVE-OCORR
                IF ST-ERRO NOT = "00"
                   GO TO PROXIMA-SEQ2.
       PROXIMA-SEQ1.
                READ CADOCORR NEXT RECORD
                   AT END
                      GO TO PROXIMA-SEQ2
                   NOT AT END
                      NEXT SENTENCE.
                IF OCO-RM NOT = W-SALVA-RM
                   OR OCO-TURMA NOT = W-SALVA-TURMA
                   OR OCO-ANOLETIVO NOT = W-SALVA-ANOLETIVO
                   OR OCO-DATA NOT = W-SALVA-DATA
                   GO TO PROXIMA-SEQ2.
                IF OCO-SEQ NOT < W-PROX-SEQ
                   COMPUTE W-PROX-SEQ = OCO-SEQ + 1.
                GO TO PROXIMA-SEQ1.
       PROXIMA-SEQ2.
                MOVE W-CHAVE-SALVA TO CHAVE-OCORR
                MOVE W-PROX-SEQ TO OCO-SEQ
                MOVE SPACES TO OCO-TIPO OCO-DESCRICAO OCO-OPERADOR
                MOVE ZEROS TO OCO-PROFESSOR OCO-DIAS-SUSP
                MOVE "N" TO OCO-NOTIFICADA
                DISPLAY (07, 51) OCO-SEQ.
       PROXIMA-SEQ-FIM.
                EXIT.
      *
       MOSTRA-OCORR.
                DISPLAY (09, 07) OCO-TIPO
                DISPLAY (11, 31) OCO-PROFESSOR
                MOVE SPACES TO W-PRF-NOME
                IF OCO-PROFESSOR = ZEROS
                   MOVE "COORDENACAO" TO W-PRF-NOME
                ELSE
                   MOVE "N" TO W-PRF-ACHOU
                   CALL "P201690" USING OCO-PROFESSOR W-PRF-NOME
                                        W-PRF-ACHOU.
                DISPLAY (11, 35) W-PRF-NOME
                DISPLAY (13, 12) OCO-DESCRICAO
                DISPLAY (15, 20) OCO-DIAS-SUSP
                DISPLAY (17, 23) OCO-NOTIFICADA.
       MOSTRA-OCORR-FIM.
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
