       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201771.
       AUTHOR. LEANDRO.
      **************************************************
      * DECLARACAO ANUAL DE QUITACAO DE DEBITOS DAS      *
      * MENSALIDADES. PARA O ANO DO CARTAO SYSIN (ZEROS  *
      * = ANO ANTERIOR) LE AS COBRANCAS DO CADMENS COM   *
      * MES DE REFERENCIA NAQUELE ANO E AS AGRUPA POR    *
      * RESPONSAVEL FINANCEIRO (ALU-RESP-CPF, NOME DO    *
      * CADRESP), JUNTANDO OS IRMAOS; ALUNO AINDA SEM    *
      * VINCULO AGRUPA PELO ALU-RESPONSAVEL (SEM ELE, O  *
      * PROPRIO ALUNO). COBRANCA PAGA CONTA COMO         *
      * QUITADA, E A RENEGOCIADA ("R") SO QUANDO O       *
      * ACORDO DELA ESTA QUITADO NO CADACORDO; CANCELADA *
      * NAO ENTRA. A FAMILIA COM TUDO QUITADO RECEBE UMA *
      * DECLARACAO NUMERADA NO LIVRO CADDECL (TIPO "Q",  *
      * COMO AS DO P201703), COM OS MESES E VALORES      *
      * PAGOS, IMPRESSA EM QUITACAO.TXT E GRAVADA NA     *
      * AUDITORIA (P201622). A FAMILIA COM ALGUMA        *
      * COBRANCA EM ABERTO (OU EM ACORDO NAO QUITADO)    *
      * SAI NA LISTA DE PENDENCIAS DO RELATORIO          *
      * (P201675). FAMILIA QUE JA TEM DECLARACAO "Q" DO  *
      * ANO NO LIVRO NAO RECEBE OUTRA.                   *
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
                    FILE STATUS  IS ST-MENS.
       SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALU-RM
                    FILE STATUS  IS ST-ALUNO
                    ALTERNATE RECORD KEY IS ALU-NOME
                               WITH DUPLICATES.
       SELECT CADRESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RES-CPF
                    FILE STATUS  IS ST-RESP
                    ALTERNATE RECORD KEY IS RES-NOME
                               WITH DUPLICATES.
       SELECT CADACORDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACO-NUMERO
                    FILE STATUS  IS ST-ACO
                    ALTERNATE RECORD KEY IS ACO-RM
                               WITH DUPLICATES.
       SELECT CADDECL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEC-NUMERO
                    FILE STATUS  IS ST-ERRO.
       SELECT DECLARACAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-DECL.
       SELECT WORK-FILE ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
           COPY MENSREC.
       FD CADALUNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALUNO.DAT".
           COPY ALUNOREC.
       FD CADRESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESP.DAT".
           COPY RESPREC.
       FD CADACORDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADACORDO.DAT".
           COPY ACORDOREC.
       FD CADDECL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDECL.DAT".
           COPY DECLREC.
       FD DECLARACAO
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "QUITACAO.TXT".
       01 LINHA-DECL                PIC X(80).
       SD WORK-FILE.
       01 WORK-REC.
                03 WK-FAMILIA.
                   05 WK-CPF      PIC 9(11).
                   05 WK-RESP     PIC X(35).
                03 WK-RM          PIC 9(05).
                03 WK-ANOMES      PIC 9(06).
                03 WK-TURMA       PIC X(05).
                03 WK-NOME        PIC X(35).
                03 WK-SIT         PIC X(01).
                03 WK-VALOR       PIC 9(06)V99.
                03 WK-DATA        PIC 9(08).
                03 WK-ACORDO      PIC 9(04).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "QUITACAO ANUAL - FAMILIAS PENDENTES".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201771".
       77 ST-MENS           PIC X(02) VALUE "00".
       77 ST-ALUNO          PIC X(02) VALUE "00".
       77 ST-ACO            PIC X(02) VALUE "00".
       77 ST-RESP           PIC X(02) VALUE "00".
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 ST-DECL           PIC X(02) VALUE "00".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201771".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 W-AUD-PROGRAMA    PIC X(08) VALUE "P201771".
       77 W-OPERADOR        PIC X(08) VALUE "QUITACAO".
       77 W-AUD-ACAO        PIC X(10) VALUE "GRAVACAO".
       77 W-AUD-CHAVE       PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES       PIC X(200) VALUE SPACES.
       77 W-AUD-DEPOIS      PIC X(200) VALUE SPACES.
       77 W-PARM-ANO        PIC 9(04) VALUE ZEROS.
       77 W-HOJE            PIC 9(08) VALUE ZEROS.
       77 W-ACORDO-OK       PIC X(01) VALUE "N".
       77 W-TEM-ACORDO      PIC X(01) VALUE "S".
       77 W-TEM-RESP        PIC X(01) VALUE "S".
       77 W-PROX-NUMERO     PIC 9(06) VALUE ZEROS.
       77 W-RM-ANT          PIC 9(05) VALUE ZEROS.
       77 W-PRIMEIRA        PIC X(01) VALUE "S".
       77 W-IND             PIC 9(05) COMP VALUE ZEROS.
       77 W-IND2            PIC 9(05) COMP VALUE ZEROS.
       77 W-QTD-FAM         PIC 9(03) VALUE ZEROS.
       77 W-QTD-EMIT        PIC 9(05) VALUE ZEROS.
       77 W-FAM-ESTOURO     PIC X(01) VALUE "N".
       77 W-FAM-QUITADAS    PIC 9(03) VALUE ZEROS.
       77 W-FAM-PENDENTES   PIC 9(03) VALUE ZEROS.
       77 W-FAM-JA-EMITIDA  PIC X(01) VALUE "N".
       77 W-TOT-FAMILIA     PIC 9(08)V99 VALUE ZEROS.
       77 W-CONT-LIDAS      PIC 9(07) VALUE ZEROS.
       77 W-CONT-EMITIDAS   PIC 9(05) VALUE ZEROS.
       77 W-CONT-JA         PIC 9(05) VALUE ZEROS.
       77 W-CONT-PEND       PIC 9(05) VALUE ZEROS.
       77 W-TOT-DECLARADO   PIC 9(09)V99 VALUE ZEROS.
       01 W-FAMILIA-ANT.
                03 W-CPF-ANT     PIC 9(11) VALUE ZEROS.
                03 W-RESP-ANT    PIC X(35) VALUE SPACES.
       01 W-CPF-R.
                03 W-CPF-P1      PIC 9(03).
                03 W-CPF-P2      PIC 9(03).
                03 W-CPF-P3      PIC 9(03).
                03 W-CPF-DV      PIC 9(02).
       01 W-CPF-NUM REDEFINES W-CPF-R PIC 9(11).
       01 W-HOJE-R.
                03 W-ANO-ATUAL   PIC 9(04).
                03 W-MES-ATUAL   PIC 9(02).
                03 W-DIA-ATUAL   PIC 9(02).
       01 W-ANOMES-R.
                03 W-AM-ANO      PIC 9(04).
                03 W-AM-MES      PIC 9(02).
       01 W-DT-R.
                03 W-DT-ANO      PIC 9(04).
                03 W-DT-MES      PIC 9(02).
                03 W-DT-DIA      PIC 9(02).
       01 W-DT-NUM REDEFINES W-DT-R PIC 9(08).
       01 W-RESP-SEMCAD.
                03 FILLER        PIC X(22) VALUE
                   "ALUNO SEM CADASTRO RM ".
                03 W-RSC-RM      PIC 9(05).
                03 FILLER        PIC X(08) VALUE SPACES.
      *
      *****************************************
      * RMS QUE JA TEM DECLARACAO DE QUITACAO  *
      * DO ANO NO LIVRO                        *
      *****************************************
       01 TABELA-EMITIDA.
                03 TE-RM OCCURS 5000 TIMES PIC 9(05).
      *
      *****************************************
      * COBRANCAS DA FAMILIA EM PROCESSAMENTO  *
      * TF-SIT: P = PAGA, Q = RENEGOCIADA EM   *
      * ACORDO QUITADO, A = EM ABERTO, R =     *
      * RENEGOCIADA EM ACORDO NAO QUITADO      *
      *****************************************
       01 TABELA-FAMILIA.
                03 TF-ITEM OCCURS 120 TIMES.
                   05 TF-RM         PIC 9(05).
                   05 TF-NOME       PIC X(35).
                   05 TF-ANOMES     PIC 9(06).
                   05 TF-TURMA      PIC X(05).
                   05 TF-TURMA-ACORDO REDEFINES TF-TURMA.
                      07 TF-ACO-MARCA  PIC X(01).
                         88 TF-PARCELA-ACORDO VALUE "*".
                      07 FILLER        PIC X(04).
                   05 TF-SIT        PIC X(01).
                      88 TF-QUITADA    VALUE "P" "Q".
                   05 TF-VALOR      PIC 9(06)V99.
                   05 TF-DATA       PIC 9(08).
                   05 TF-ACORDO     PIC 9(04).
      *
       01 LINHA-TIT.
                03 FILLER       PIC X(22)
                    VALUE "DECLARACAO NUMERO ".
                03 DT-NUMERO    PIC 9(06).
       01 LINHA-TIPO-Q     PIC X(80)
           VALUE "DECLARACAO ANUAL DE QUITACAO DE DEBITOS".
       01 LINHA-TEXTO1.
                03 FILLER       PIC X(43)
                    VALUE "DECLARAMOS, NOS TERMOS DA LEI 12.007/2009, ".
                03 FILLER       PIC X(18) VALUE "QUE O RESPONSAVEL".
       01 LINHA-CPF.
                03 FILLER       PIC X(05) VALUE "CPF: ".
                03 DC-P1        PIC 9(03).
                03 FILLER       PIC X(01) VALUE ".".
                03 DC-P2        PIC 9(03).
                03 FILLER       PIC X(01) VALUE ".".
                03 DC-P3        PIC 9(03).
                03 FILLER       PIC X(01) VALUE "-".
                03 DC-DV        PIC 9(02).
       01 LINHA-TEXTO2.
                03 FILLER       PIC X(29)
                    VALUE "QUITOU TODAS AS MENSALIDADES ".
                03 FILLER       PIC X(27)
                    VALUE "COM REFERENCIA NO ANO DE ".
                03 DT-ANOREF    PIC 9(04).
                03 FILLER       PIC X(01) VALUE ",".
       01 LINHA-TEXTO3     PIC X(80)
           VALUE "CONFORME DISCRIMINADO ABAIXO:".
       01 LINHA-ALUNO.
                03 FILLER       PIC X(10) VALUE "ALUNO: RM ".
                03 DA-RM        PIC ZZZZ9.
                03 FILLER       PIC X(03) VALUE " - ".
                03 DA-NOME      PIC X(35).
       01 LINHA-ITEM.
                03 FILLER       PIC X(08) VALUE "   MES ".
                03 DI-MES       PIC 9(02).
                03 FILLER       PIC X(01) VALUE "/".
                03 DI-ANO       PIC 9(04).
                03 FILLER       PIC X(08) VALUE "  VALOR ".
                03 DI-VALOR     PIC ZZZ.ZZ9,99.
                03 FILLER       PIC X(02) VALUE SPACES.
                03 DI-OBS       PIC X(40).
       01 W-OBS-PAGA.
                03 FILLER       PIC X(08) VALUE "PAGA EM ".
                03 WOP-DIA      PIC 9(02).
                03 FILLER       PIC X(01) VALUE "/".
                03 WOP-MES      PIC 9(02).
                03 FILLER       PIC X(01) VALUE "/".
                03 WOP-ANO      PIC 9(04).
                03 FILLER       PIC X(22) VALUE SPACES.
       01 W-OBS-PARCELA.
                03 FILLER       PIC X(16) VALUE "PARCELA ACORDO ".
                03 WOR-ACORDO   PIC 9(04).
                03 FILLER       PIC X(09) VALUE " PAGA EM ".
                03 WOR-DIA      PIC 9(02).
                03 FILLER       PIC X(01) VALUE "/".
                03 WOR-MES      PIC 9(02).
                03 FILLER       PIC X(01) VALUE "/".
                03 WOR-ANO      PIC 9(04).
                03 FILLER       PIC X(01) VALUE SPACES.
       01 W-OBS-ACORDO.
                03 FILLER       PIC X(30)
                    VALUE "QUITADA PELO ACORDO NUMERO ".
                03 WOA-ACORDO   PIC 9(04).
                03 FILLER       PIC X(06) VALUE SPACES.
       01 LINHA-TOTDECL.
                03 FILLER       PIC X(23)
                    VALUE "TOTAL PAGO NO ANO....: ".
                03 DT-TOTAL     PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-RODAPE.
                03 FILLER       PIC X(10) VALUE "EMITIDA EM".
                03 FILLER       PIC X(01) VALUE SPACE.
                03 DT-DIA       PIC 9(02).
                03 FILLER       PIC X(01) VALUE "/".
                03 DT-MES       PIC 9(02).
                03 FILLER       PIC X(01) VALUE "/".
                03 DT-ANO       PIC 9(04).
                03 FILLER       PIC X(12) VALUE "  OPERADOR: ".
                03 DT-OPERADOR  PIC X(08).
       01 LINHA-ASSIN      PIC X(80)
           VALUE "ASSINATURA DA SECRETARIA: ____________________".
       01 LINHA-SEPARA     PIC X(80) VALUE ALL "-".
      *
       01 LINHA-PARM.
                03 FILLER        PIC X(19) VALUE "ANO DE REFERENCIA: ".
                03 LP-ANO        PIC 9(04).
       01 LINHA-RESP.
                03 FILLER        PIC X(13) VALUE "RESPONSAVEL: ".
                03 LR-RESP       PIC X(35).
                03 FILLER        PIC X(07) VALUE "  CPF: ".
                03 LR-CPF        PIC 9(11).
       01 LINHA-DET.
                03 FILLER        PIC X(04) VALUE " RM ".
                03 LD-RM         PIC ZZZZ9.
                03 FILLER        PIC X(05) VALUE " REF ".
                03 LD-ANOMES     PIC 9(06).
                03 FILLER        PIC X(07) VALUE " VALOR ".
                03 LD-VALOR      PIC ZZZ.ZZ9,99.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-SITUACAO   PIC X(40).
       01 W-SIT-ACORDO.
                03 FILLER        PIC X(24)
                    VALUE "RENEGOCIADA NO ACORDO ".
                03 WSA-ACORDO    PIC 9(04).
                03 FILLER        PIC X(12) VALUE " NAO QUITADO".
       01 W-SIT-PARCELA.
                03 FILLER        PIC X(24)
                    VALUE "PARCELA EM ABERTO ACORDO".
                03 FILLER        PIC X(01) VALUE SPACE.
                03 WSP-ACORDO    PIC 9(04).
                03 FILLER        PIC X(11) VALUE SPACES.
       01 LINHA-ESTOURO     PIC X(80) VALUE
           " FAMILIA COM MAIS DE 120 COBRANCAS NO ANO - CONFERIR A MAO".
       01 LINHA-TOT1.
                03 FILLER        PIC X(30)
                    VALUE "COBRANCAS DO ANO LIDAS......: ".
                03 LT1-QTD       PIC ZZZZZZ9.
       01 LINHA-TOT2.
                03 FILLER        PIC X(30)
                    VALUE "DECLARACOES EMITIDAS........: ".
                03 LT2-QTD       PIC ZZZZZZ9.
                03 FILLER        PIC X(10) VALUE "  VALOR: ".
                03 LT2-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOT3.
                03 FILLER        PIC X(30)
                    VALUE "FAMILIAS JA COM DECLARACAO..: ".
                03 LT3-QTD       PIC ZZZZZZ9.
       01 LINHA-TOT4.
                03 FILLER        PIC X(30)
                    VALUE "FAMILIAS COM PENDENCIA......: ".
                03 LT4-QTD       PIC ZZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                PERFORM ACEITA-PARM THRU ACEITA-PARM-FIM
                OPEN INPUT CADMENS
                IF ST-MENS NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMENS: "
                                                              ST-MENS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADALUNO
                IF ST-ALUNO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADALUNO: "
                                                             ST-ALUNO
                   CLOSE CADMENS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADACORDO
                IF ST-ACO NOT = "00" AND ST-ACO NOT = "35"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADACORDO: "
                                                               ST-ACO
                   CLOSE CADMENS CADALUNO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                IF ST-ACO = "35"
                   MOVE "N" TO W-TEM-ACORDO.
                MOVE "S" TO W-TEM-RESP
                OPEN INPUT CADRESP
                IF ST-RESP NOT = "00"
                   MOVE "N" TO W-TEM-RESP.
                OPEN I-O CADDECL
                IF ST-ERRO = "30" OR ST-ERRO = "35"
                   OPEN OUTPUT CADDECL
                   CLOSE CADDECL
                   OPEN I-O CADDECL.
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDECL: "
                                                              ST-ERRO
                   CLOSE CADMENS CADALUNO
                   IF W-TEM-ACORDO = "S"
                      CLOSE CADACORDO.
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                PERFORM NUM-001 THRU NUM-FIM
                OPEN OUTPUT DECLARACAO
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE W-PARM-ANO TO LP-ANO
                MOVE LINHA-PARM TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           SORT WORK-FILE
                ON ASCENDING KEY WK-FAMILIA WK-RM WK-ANOMES WK-TURMA
                INPUT PROCEDURE  IS LE-CADMENS THRU LE-CADMENS-FIM
                OUTPUT PROCEDURE IS FAMILIA THRU FAMILIA-FIM
                CLOSE CADMENS CADALUNO CADDECL DECLARACAO
                IF W-TEM-ACORDO = "S"
                   CLOSE CADACORDO.
                IF W-TEM-RESP = "S"
                   CLOSE CADRESP.
                PERFORM TOTAIS THRU TOTAIS-FIM
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE "F" TO W-RC-EVENTO
                MOVE W-CONT-EMITIDAS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                STOP RUN.
      *
       ACEITA-PARM.
                ACCEPT W-PARM-ANO
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE TO W-HOJE-R
                IF W-PARM-ANO = ZEROS
                   COMPUTE W-PARM-ANO = W-ANO-ATUAL - 1.
                IF W-PARM-ANO < 1900 OR W-PARM-ANO > W-ANO-ATUAL
                   DISPLAY "ANO DE REFERENCIA INVALIDO NO CARTAO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
       ACEITA-PARM-FIM.
                EXIT.
      *
      *****************************************
      * ULTIMO NUMERO DO LIVRO E RMS QUE JA    *
      * TEM DECLARACAO DE QUITACAO DO ANO      *
      *****************************************
       NUM-001.
                MOVE ZEROS TO W-PROX-NUMERO W-QTD-EMIT
                MOVE ZEROS TO DEC-NUMERO
                START CADDECL KEY IS NOT < DEC-NUMERO
                IF ST-ERRO NOT = "00"
                   GO TO NUM-FIM.
       NUM-002.
                READ CADDECL NEXT RECORD
                   AT END
                      GO TO NUM-FIM
                   NOT AT END
                      NEXT SENTENCE.
                MOVE DEC-NUMERO TO W-PROX-NUMERO
                IF NOT DEC-QUITACAO OR DEC-ANOLETIVO NOT = W-PARM-ANO
                   GO TO NUM-002.
                IF W-QTD-EMIT = 5000
                   DISPLAY "TABELA DE DECLARACOES DO ANO CHEIA - RM "
                           DEC-RM " NAO CONFERIDO"
                   GO TO NUM-002.
                ADD 1 TO W-QTD-EMIT
                MOVE DEC-RM TO TE-RM (W-QTD-EMIT)
                GO TO NUM-002.
       NUM-FIM.
                EXIT.
      *
      *****************************************
      * SELECIONA AS COBRANCAS DO ANO, COM O   *
      * RESPONSAVEL E A SITUACAO DE QUITACAO   *
      *****************************************
       LE-CADMENS.
                READ CADMENS NEXT RECORD
                   AT END
                      GO TO LE-CADMENS-FIM
                   NOT AT END
                      NEXT SENTENCE.
                MOVE MEN-ANOMES TO W-ANOMES-R
                IF W-AM-ANO NOT = W-PARM-ANO
                   GO TO LE-CADMENS.
                IF MEN-CANCELADA
                   GO TO LE-CADMENS.
                ADD 1 TO W-CONT-LIDAS
                IF MEN-RM NOT = W-RM-ANT OR W-PRIMEIRA = "S"
                   MOVE "N" TO W-PRIMEIRA
                   MOVE MEN-RM TO W-RM-ANT
                   PERFORM BUSCA-ALUNO THRU BUSCA-ALUNO-FIM.
                MOVE W-FAMILIA-ANT TO WK-FAMILIA
                MOVE MEN-RM        TO WK-RM
                MOVE MEN-ANOMES    TO WK-ANOMES
                MOVE MEN-TURMA     TO WK-TURMA
                MOVE ALU-NOME      TO WK-NOME
                MOVE MEN-STATUS    TO WK-SIT
                MOVE MEN-VALOR     TO WK-VALOR
                MOVE ZEROS         TO WK-DATA WK-ACORDO
                IF MEN-PARCELA-ACORDO
                   MOVE MEN-ACO-NUMERO TO WK-ACORDO.
                IF MEN-PAGA
                   MOVE MEN-PAGTO-VALOR TO WK-VALOR
                   MOVE MEN-PAGTO-DATA  TO WK-DATA.
                IF MEN-RENEGOCIADA
                   MOVE MEN-ACORDO TO WK-ACORDO
                   PERFORM VE-ACORDO THRU VE-ACORDO-FIM
                   IF W-ACORDO-OK = "S"
                      MOVE "Q" TO WK-SIT.
                RELEASE WORK-REC
                GO TO LE-CADMENS.
       LE-CADMENS-FIM.
                EXIT.
      *
       BUSCA-ALUNO.
                MOVE ZEROS TO W-CPF-ANT
                MOVE MEN-RM TO ALU-RM
                READ CADALUNO
                IF ST-ALUNO NOT = "00"
                   MOVE SPACES TO ALU-NOME
                   MOVE MEN-RM TO W-RSC-RM
                   MOVE W-RESP-SEMCAD TO W-RESP-ANT
                   GO TO BUSCA-ALUNO-FIM.
                IF ALU-RESP-CPF NOT NUMERIC OR W-TEM-RESP NOT = "S"
                   GO TO BUSCA-ALUNO1.
                IF ALU-RESP-CPF = ZEROS
                   GO TO BUSCA-ALUNO1.
                MOVE ALU-RESP-CPF TO RES-CPF
                READ CADRESP
                IF ST-RESP = "00"
                   MOVE RES-CPF  TO W-CPF-ANT
                   MOVE RES-NOME TO W-RESP-ANT
                   GO TO BUSCA-ALUNO-FIM.
       BUSCA-ALUNO1.
                IF ALU-RESPONSAVEL = SPACES
                   MOVE ALU-NOME TO W-RESP-ANT
                ELSE
                   MOVE ALU-RESPONSAVEL TO W-RESP-ANT.
       BUSCA-ALUNO-FIM.
                EXIT.
      *
       VE-ACORDO.
                MOVE "N" TO W-ACORDO-OK
                IF W-TEM-ACORDO = "N"
                   GO TO VE-ACORDO-FIM.
                MOVE MEN-ACORDO TO ACO-NUMERO
                READ CADACORDO
                IF ST-ACO = "00" AND ACO-QUITADO
                   MOVE "S" TO W-ACORDO-OK.
       VE-ACORDO-FIM.
                EXIT.
      *
      *****************************************
      * QUEBRA POR RESPONSAVEL: ACUMULA AS     *
      * COBRANCAS DA FAMILIA E DECIDE ENTRE A  *
      * DECLARACAO E A LISTA DE PENDENCIAS     *
      *****************************************
       FAMILIA.
                MOVE "S" TO W-PRIMEIRA.
       FAMILIA-010.
                RETURN WORK-FILE
                   AT END
                      GO TO FAMILIA-020
                   NOT AT END
                      NEXT SENTENCE.
                IF W-PRIMEIRA = "S"
                   MOVE "N" TO W-PRIMEIRA
                   MOVE WK-FAMILIA TO W-FAMILIA-ANT
                   PERFORM INICIA-FAM THRU INICIA-FAM-FIM.
                IF WK-FAMILIA NOT = W-FAMILIA-ANT
                   PERFORM FECHA-FAM THRU FECHA-FAM-FIM
                   MOVE WK-FAMILIA TO W-FAMILIA-ANT
                   PERFORM INICIA-FAM THRU INICIA-FAM-FIM.
                IF W-QTD-FAM = 120
                   MOVE "S" TO W-FAM-ESTOURO
                   GO TO FAMILIA-010.
                ADD 1 TO W-QTD-FAM
                MOVE WK-RM     TO TF-RM (W-QTD-FAM)
                MOVE WK-NOME   TO TF-NOME (W-QTD-FAM)
                MOVE WK-ANOMES TO TF-ANOMES (W-QTD-FAM)
                MOVE WK-TURMA  TO TF-TURMA (W-QTD-FAM)
                MOVE WK-SIT    TO TF-SIT (W-QTD-FAM)
                MOVE WK-VALOR  TO TF-VALOR (W-QTD-FAM)
                MOVE WK-DATA   TO TF-DATA (W-QTD-FAM)
                MOVE WK-ACORDO TO TF-ACORDO (W-QTD-FAM)
                GO TO FAMILIA-010.
       FAMILIA-020.
                IF W-PRIMEIRA = "N"
                   PERFORM FECHA-FAM THRU FECHA-FAM-FIM.
       FAMILIA-FIM.
                EXIT.
      *
       INICIA-FAM.
                MOVE ZEROS TO W-QTD-FAM W-FAM-QUITADAS
                              W-FAM-PENDENTES
                MOVE "N" TO W-FAM-ESTOURO W-FAM-JA-EMITIDA.
       INICIA-FAM-FIM.
                EXIT.
      *
       FECHA-FAM.
                PERFORM CONTA-FAM THRU CONTA-FAM-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > W-QTD-FAM
                IF W-FAM-PENDENTES > ZEROS OR W-FAM-ESTOURO = "S"
                   ADD 1 TO W-CONT-PEND
                   PERFORM LISTA-PEND THRU LISTA-PEND-FIM
                   GO TO FECHA-FAM-FIM.
                IF W-FAM-QUITADAS = ZEROS
                   GO TO FECHA-FAM-FIM.
                IF W-FAM-JA-EMITIDA = "S"
                   ADD 1 TO W-CONT-JA
                   GO TO FECHA-FAM-FIM.
                PERFORM DEC-GRAVA THRU DEC-GRAVA-FIM.
       FECHA-FAM-FIM.
                EXIT.
      *
       CONTA-FAM.
                IF TF-QUITADA (W-IND)
                   ADD 1 TO W-FAM-QUITADAS
                ELSE
                   ADD 1 TO W-FAM-PENDENTES.
                PERFORM VE-EMITIDA THRU VE-EMITIDA-FIM
                  VARYING W-IND2 FROM 1 BY 1
                  UNTIL W-IND2 > W-QTD-EMIT OR W-FAM-JA-EMITIDA = "S".
       CONTA-FAM-FIM.
                EXIT.
      *
       VE-EMITIDA.
                IF TE-RM (W-IND2) = TF-RM (W-IND)
                   MOVE "S" TO W-FAM-JA-EMITIDA.
       VE-EMITIDA-FIM.
                EXIT.
      *
      *****************************************
      * LISTA DE PENDENCIAS: SO AS COBRANCAS   *
      * QUE IMPEDEM A DECLARACAO               *
      *****************************************
       LISTA-PEND.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-RESP-ANT TO LR-RESP
                MOVE W-CPF-ANT  TO LR-CPF
                MOVE LINHA-RESP TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                IF W-FAM-ESTOURO = "S"
                   MOVE LINHA-ESTOURO TO LINHA-REL
                   PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
                PERFORM LISTA-PEND1 THRU LISTA-PEND1-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > W-QTD-FAM.
       LISTA-PEND-FIM.
                EXIT.
      *
       LISTA-PEND1.
                IF TF-QUITADA (W-IND)
                   GO TO LISTA-PEND1-FIM.
                MOVE TF-RM (W-IND)     TO LD-RM
                MOVE TF-ANOMES (W-IND) TO LD-ANOMES
                MOVE TF-VALOR (W-IND)  TO LD-VALOR
                IF TF-SIT (W-IND) = "R"
                   MOVE TF-ACORDO (W-IND) TO WSA-ACORDO
                   MOVE W-SIT-ACORDO TO LD-SITUACAO
                ELSE
                   IF TF-PARCELA-ACORDO (W-IND)
                      MOVE TF-ACORDO (W-IND) TO WSP-ACORDO
                      MOVE W-SIT-PARCELA TO LD-SITUACAO
                   ELSE
                      MOVE "EM ABERTO" TO LD-SITUACAO.
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       LISTA-PEND1-FIM.
                EXIT.
      *
      *****************************************
      * GRAVA A LINHA DO LIVRO E IMPRIME A     *
      * DECLARACAO DA FAMILIA                  *
      *****************************************
       DEC-GRAVA.
                ADD 1 TO W-PROX-NUMERO
                MOVE W-PROX-NUMERO TO DEC-NUMERO
                MOVE "Q"           TO DEC-TIPO
                MOVE TF-RM (1)     TO DEC-RM
                MOVE SPACES        TO DEC-TURMA
                MOVE W-PARM-ANO    TO DEC-ANOLETIVO
                MOVE W-ANO-ATUAL   TO DEC-ANO
                MOVE W-MES-ATUAL   TO DEC-MES
                MOVE W-DIA-ATUAL   TO DEC-DIA
                MOVE W-OPERADOR    TO DEC-OPERADOR
                MOVE ZEROS         TO DEC-FREQ
                WRITE REGDECL
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO CADDECL: " ST-ERRO
                           " RESPONSAVEL " W-RESP-ANT
                   MOVE 8 TO RETURN-CODE
                   GO TO DEC-GRAVA-FIM.
                MOVE DEC-NUMERO TO W-AUD-CHAVE
                MOVE SPACES TO W-AUD-ANTES
                MOVE REGDECL TO W-AUD-DEPOIS
                CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                            W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                            W-AUD-DEPOIS
                ADD 1 TO W-CONT-EMITIDAS
                MOVE ZEROS TO W-TOT-FAMILIA W-RM-ANT
                MOVE W-PROX-NUMERO TO DT-NUMERO
                WRITE LINHA-DECL FROM LINHA-TIT
                WRITE LINHA-DECL FROM LINHA-TIPO-Q
                MOVE SPACES TO LINHA-DECL
                WRITE LINHA-DECL
                WRITE LINHA-DECL FROM LINHA-TEXTO1
                MOVE W-RESP-ANT TO LINHA-DECL
                WRITE LINHA-DECL
                IF W-CPF-ANT > ZEROS
                   MOVE W-CPF-ANT TO W-CPF-NUM
                   MOVE W-CPF-P1 TO DC-P1
                   MOVE W-CPF-P2 TO DC-P2
                   MOVE W-CPF-P3 TO DC-P3
                   MOVE W-CPF-DV TO DC-DV
                   WRITE LINHA-DECL FROM LINHA-CPF.
                MOVE W-PARM-ANO TO DT-ANOREF
                WRITE LINHA-DECL FROM LINHA-TEXTO2
                WRITE LINHA-DECL FROM LINHA-TEXTO3
                PERFORM DEC-ITEM THRU DEC-ITEM-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > W-QTD-FAM
                MOVE SPACES TO LINHA-DECL
                WRITE LINHA-DECL
                MOVE W-TOT-FAMILIA TO DT-TOTAL
                WRITE LINHA-DECL FROM LINHA-TOTDECL
                ADD W-TOT-FAMILIA TO W-TOT-DECLARADO
                MOVE SPACES TO LINHA-DECL
                WRITE LINHA-DECL
                MOVE W-DIA-ATUAL TO DT-DIA
                MOVE W-MES-ATUAL TO DT-MES
                MOVE W-ANO-ATUAL TO DT-ANO
                MOVE W-OPERADOR  TO DT-OPERADOR
                WRITE LINHA-DECL FROM LINHA-RODAPE
                MOVE SPACES TO LINHA-DECL
                WRITE LINHA-DECL
                WRITE LINHA-DECL FROM LINHA-ASSIN
                WRITE LINHA-DECL FROM LINHA-SEPARA
                MOVE SPACES TO LINHA-DECL
                WRITE LINHA-DECL.
       DEC-GRAVA-FIM.
                EXIT.
      *
       DEC-ITEM.
                IF TF-RM (W-IND) NOT = W-RM-ANT
                   MOVE TF-RM (W-IND) TO W-RM-ANT
                   MOVE SPACES TO LINHA-DECL
                   WRITE LINHA-DECL
                   MOVE TF-RM (W-IND)   TO DA-RM
                   MOVE TF-NOME (W-IND) TO DA-NOME
                   WRITE LINHA-DECL FROM LINHA-ALUNO.
                MOVE TF-ANOMES (W-IND) TO W-ANOMES-R
                MOVE W-AM-MES TO DI-MES
                MOVE W-AM-ANO TO DI-ANO
                MOVE TF-VALOR (W-IND) TO DI-VALOR
                MOVE TF-DATA (W-IND) TO W-DT-NUM
                IF TF-SIT (W-IND) = "Q"
                   MOVE TF-ACORDO (W-IND) TO WOA-ACORDO
                   MOVE W-OBS-ACORDO TO DI-OBS
                ELSE
                   ADD TF-VALOR (W-IND) TO W-TOT-FAMILIA
                   IF TF-PARCELA-ACORDO (W-IND)
                      MOVE TF-ACORDO (W-IND) TO WOR-ACORDO
                      MOVE W-DT-DIA TO WOR-DIA
                      MOVE W-DT-MES TO WOR-MES
                      MOVE W-DT-ANO TO WOR-ANO
                      MOVE W-OBS-PARCELA TO DI-OBS
                   ELSE
                      MOVE W-DT-DIA TO WOP-DIA
                      MOVE W-DT-MES TO WOP-MES
                      MOVE W-DT-ANO TO WOP-ANO
                      MOVE W-OBS-PAGA TO DI-OBS.
                WRITE LINHA-DECL FROM LINHA-ITEM.
       DEC-ITEM-FIM.
                EXIT.
      *
       TOTAIS.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-LIDAS TO LT1-QTD
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-EMITIDAS TO LT2-QTD
                MOVE W-TOT-DECLARADO TO LT2-VALOR
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-JA TO LT3-QTD
                MOVE LINHA-TOT3 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-PEND TO LT4-QTD
                MOVE LINHA-TOT4 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM.
       TOTAIS-FIM.
                EXIT.
      *
      ***********************
      * ROTINA DE IMPRESSAO *
      ***********************
      *
       ROT-IMPRIME.
                MOVE "D" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL.
       ROT-IMPRIME-FIM.
                EXIT.
       ROT-IMPRIME-TOT.
                MOVE "T" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL.
       ROT-IMPRIME-TOT-FIM.
                EXIT.
