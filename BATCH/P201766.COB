       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201766.
       AUTHOR. LEANDRO.
      **************************************************
      * BAIXA AUTOMATICA DAS MENSALIDADES (CADMENS) PELO *
      * ARQUIVO DE RETORNO DO BANCO (RETORNO.TXT, LAYOUT *
      * NO RETORNOREC). ANTES DE BAIXAR QUALQUER COISA O *
      * ARQUIVO INTEIRO E CONFERIDO CONTRA O TRAILER     *
      * (QUANTIDADE DE DETALHES E VALOR TOTAL); SE NAO   *
      * BATER, OU FALTAR HEADER/TRAILER, O ARQUIVO E     *
      * REJEITADO SEM NENHUMA BAIXA E O PASSO TERMINA    *
      * COM RC=8. CADA DETALHE E CASADO PELO MEN-BOLETO  *
      * E A COBRANCA EM ABERTO COM VALOR PAGO IGUAL AO   *
      * COBRADO NA DATA DO PAGAMENTO (MEN-VALOR, OU O    *
      * VALOR ATUALIZADO COM MULTA E JUROS DO CADMULTA   *
      * VIA P201767 QUANDO PAGO APOS O VENCIMENTO/       *
      * CARENCIA, RESPEITANDO A SEGUNDA VIA EMITIDA)     *
      * PASSA A "P" COM DATA E VALOR PAGOS. O BOLETO     *
      * SUBSTITUIDO POR SEGUNDA VIA (SV-BOLETO-ANT DO    *
      * CADSEGVIA) CONTINUA CASANDO COM A COBRANCA,      *
      * COM TRILHA DE AUDITORIA VIA P201622 (OPERADOR    *
      * "RETBANCO"). SAEM COMO EXCECAO, SEM BAIXA, PARA  *
      * TRATAMENTO NA TELA P201713: BOLETO DESCONHECIDO, *
      * COBRANCA JA PAGA, CANCELADA OU RENEGOCIADA EM    *
      * ACORDO (FP201769), VALOR PAGO                    *
      * DIFERENTE DO DEVIDO E BOLETO REPETIDO NO MESMO   *
      * ARQUIVO (A PRIMEIRA OCORRENCIA E TRATADA         *
      * NORMALMENTE). OS TOTAIS FINAIS (BAIXADOS MAIS    *
      * EXCECOES) SAO CONFERIDOS COM O TRAILER. SEM      *
      * ARQUIVO DE RETORNO O PASSO TERMINA SEM ERRO.     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RETORNO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-RET.
       SELECT CADMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MENS
                    FILE STATUS  IS ST-MENS.
       SELECT CADSEGVIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SV-BOLETO
                    FILE STATUS  IS ST-VIA.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD RETORNO
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "RETORNO.TXT".
           COPY RETORNOREC.
       FD CADMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
           COPY MENSREC.
       FD CADSEGVIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSEGVIA.DAT".
           COPY SEGVIAREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "BAIXA DE MENSALIDADES - RETORNO BANCO".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201766".
       77 ST-RET            PIC X(02) VALUE "00".
       77 ST-MENS           PIC X(02) VALUE "00".
       77 ST-VIA            PIC X(02) VALUE "00".
       77 W-VENCIMENTO      PIC 9(08) VALUE ZEROS.
       77 W-DIAS-ATRASO     PIC 9(04) VALUE ZEROS.
       77 W-MULTA           PIC 9(06)V99 VALUE ZEROS.
       77 W-JUROS           PIC 9(06)V99 VALUE ZEROS.
       77 W-VALOR-ATUAL     PIC 9(06)V99 VALUE ZEROS.
       77 W-MUL-ACHOU       PIC X(01) VALUE "N".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201766".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 W-AUD-PROGRAMA    PIC X(08) VALUE "P201766".
       77 W-OPERADOR        PIC X(08) VALUE "RETBANCO".
       77 W-AUD-ACAO        PIC X(10) VALUE "ALTERACAO".
       77 W-AUD-CHAVE       PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES       PIC X(200) VALUE SPACES.
       77 W-AUD-DEPOIS      PIC X(200) VALUE SPACES.
       77 W-IND             PIC 9(05) COMP VALUE ZEROS.
       77 W-ACHOU           PIC 9(05) COMP VALUE ZEROS.
       77 W-QTD-TABELA      PIC 9(05) COMP VALUE ZEROS.
       77 W-REJEITA         PIC X(01) VALUE "N".
       77 W-MOTIVO-REJ      PIC X(40) VALUE SPACES.
       77 W-TEM-HEADER      PIC X(01) VALUE "N".
       77 W-TEM-TRAILER     PIC X(01) VALUE "N".
       77 W-SITUACAO        PIC X(35) VALUE SPACES.
       77 W-QTD-ARQ         PIC 9(06) VALUE ZEROS.
       77 W-VALOR-ARQ       PIC 9(10)V99 VALUE ZEROS.
       77 W-QTD-TRL         PIC 9(06) VALUE ZEROS.
       77 W-VALOR-TRL       PIC 9(10)V99 VALUE ZEROS.
       77 W-QTD-BAIXA       PIC 9(06) VALUE ZEROS.
       77 W-VALOR-BAIXA     PIC 9(10)V99 VALUE ZEROS.
       77 W-QTD-EXC         PIC 9(06) VALUE ZEROS.
       77 W-VALOR-EXC       PIC 9(10)V99 VALUE ZEROS.
       77 W-QTD-DESCON      PIC 9(06) VALUE ZEROS.
       77 W-QTD-JAPAGA      PIC 9(06) VALUE ZEROS.
       77 W-QTD-CANCEL      PIC 9(06) VALUE ZEROS.
       77 W-QTD-DIVERG      PIC 9(06) VALUE ZEROS.
       77 W-QTD-REPET       PIC 9(06) VALUE ZEROS.
       77 W-QTD-CONF        PIC 9(06) VALUE ZEROS.
       77 W-VALOR-CONF      PIC 9(10)V99 VALUE ZEROS.
      *
      * TABELA BOLETO X CHAVE DO CADMENS, MONTADA NUMA UNICA
      * PASSAGEM PELO CADMENS (A CHAVE DO ARQUIVO NAO E O BOLETO)
      * E PELOS BOLETOS SUBSTITUIDOS DO CADSEGVIA.
      * TAB-VISTO MARCA O BOLETO JA LIDO NESTE RETORNO
      *
       01 TABELA-BOLETO.
                03 TAB-ITEM OCCURS 30000 TIMES.
                   05 TAB-BOLETO    PIC 9(06).
                   05 TAB-CHAVE     PIC X(20).
                   05 TAB-VISTO     PIC X(01).
       01 LINHA-ARQ.
                03 FILLER        PIC X(09) VALUE "BANCO.: ".
                03 LA-BANCO      PIC 9(03).
                03 FILLER        PIC X(18) VALUE "   DATA ARQUIVO: ".
                03 LA-DATA       PIC 9(08).
                03 FILLER        PIC X(16) VALUE "   NUMERO ARQ: ".
                03 LA-SEQ        PIC 9(06).
       01 LINHA-REJ.
                03 FILLER        PIC X(20) VALUE
                   "ARQUIVO REJEITADO - ".
                03 LR-MOTIVO     PIC X(40).
                03 FILLER        PIC X(24) VALUE
                   " - NENHUMA BAIXA FEITA".
       01 LINHA-CAB1.
                03 FILLER        PIC X(40) VALUE
                   "BOLETO   RM   TURMA  MES    VALOR DEVIDO".
                03 FILLER        PIC X(40) VALUE
                   " VALOR PAGO  DATA PAGTO  SITUACAO       ".
       01 LINHA-DET.
                03 LD-BOLETO     PIC 9(06).
                03 FILLER        PIC X(01) VALUE SPACES.
                03 LD-RM         PIC 9(05).
                03 FILLER        PIC X(01) VALUE SPACES.
                03 LD-TURMA      PIC X(05).
                03 FILLER        PIC X(01) VALUE SPACES.
                03 LD-ANOMES     PIC 9(06).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-VALOR      PIC ZZZ.ZZ9,99.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-PAGO       PIC ZZZ.ZZ9,99.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-DATA       PIC 9(08).
                03 FILLER        PIC X(03) VALUE SPACES.
                03 LD-SITUACAO   PIC X(35).
       01 LINHA-TOT1.
                03 FILLER        PIC X(30)
                    VALUE "DETALHES NO ARQUIVO.........: ".
                03 LT1-QTD       PIC ZZZZZ9.
                03 FILLER        PIC X(10) VALUE "  VALOR: ".
                03 LT1-VALOR     PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOT2.
                03 FILLER        PIC X(30)
                    VALUE "TRAILER DO BANCO............: ".
                03 LT2-QTD       PIC ZZZZZ9.
                03 FILLER        PIC X(10) VALUE "  VALOR: ".
                03 LT2-VALOR     PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOT3.
                03 FILLER        PIC X(30)
                    VALUE "BAIXADOS....................: ".
                03 LT3-QTD       PIC ZZZZZ9.
                03 FILLER        PIC X(10) VALUE "  VALOR: ".
                03 LT3-VALOR     PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOT4.
                03 FILLER        PIC X(30)
                    VALUE "EXCECOES (SEM BAIXA)........: ".
                03 LT4-QTD       PIC ZZZZZ9.
                03 FILLER        PIC X(10) VALUE "  VALOR: ".
                03 LT4-VALOR     PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOT5.
                03 FILLER        PIC X(30)
                    VALUE "  BOLETO DESCONHECIDO.......: ".
                03 LT5-QTD       PIC ZZZZZ9.
       01 LINHA-TOT6.
                03 FILLER        PIC X(30)
                    VALUE "  COBRANCA JA PAGA..........: ".
                03 LT6-QTD       PIC ZZZZZ9.
       01 LINHA-TOT7.
                03 FILLER        PIC X(30)
                    VALUE "  CANCELADA OU RENEGOCIADA..: ".
                03 LT7-QTD       PIC ZZZZZ9.
       01 LINHA-TOT8.
                03 FILLER        PIC X(30)
                    VALUE "  VALOR DIFERENTE DO DEVIDO.: ".
                03 LT8-QTD       PIC ZZZZZ9.
       01 LINHA-TOT9.
                03 FILLER        PIC X(30)
                    VALUE "  BOLETO REPETIDO NO ARQUIVO: ".
                03 LT9-QTD       PIC ZZZZZ9.
       01 LINHA-CONF.
                03 FILLER        PIC X(41) VALUE
                   "CONFERENCIA BAIXADOS + EXCECOES X TRAILER".
                03 FILLER        PIC X(03) VALUE ": ".
                03 LC-RESULTADO  PIC X(10).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                OPEN INPUT RETORNO
                IF ST-RET = "35"
                   DISPLAY "SEM ARQUIVO DE RETORNO - NADA A BAIXAR"
                   GO TO FIM-RC.
                IF ST-RET NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RETORNO: "
                                                               ST-RET
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                PERFORM CONFERE-ARQ THRU CONFERE-ARQ-FIM
                CLOSE RETORNO
                IF W-REJEITA = "S"
                   MOVE W-MOTIVO-REJ TO LR-MOTIVO
                   MOVE LINHA-REJ TO LINHA-REL
                   PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                   PERFORM TOTAIS-ARQ THRU TOTAIS-ARQ-FIM
                   MOVE "F" TO W-RW-FUNCAO
                   CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                        W-RW-PROGRAMA LINHA-REL
                   DISPLAY "RETORNO REJEITADO: " W-MOTIVO-REJ
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN I-O CADMENS
                IF ST-MENS NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMENS: "
                                                              ST-MENS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                PERFORM CARREGA-MENS THRU CARREGA-MENS-FIM
                PERFORM CARREGA-VIAS THRU CARREGA-VIAS-FIM
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                OPEN INPUT RETORNO
                PERFORM BAIXA THRU BAIXA-FIM
                CLOSE RETORNO CADMENS
                PERFORM TOTAIS-ARQ THRU TOTAIS-ARQ-FIM
                PERFORM TOTAIS THRU TOTAIS-FIM
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL.
       FIM-RC.
                MOVE "F" TO W-RC-EVENTO
                MOVE W-QTD-BAIXA TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                STOP RUN.
      *
      *****************************************
      * PRIMEIRA PASSAGEM: HEADER NA PRIMEIRA  *
      * LINHA, TRAILER NA ULTIMA E TOTAIS DOS  *
      * DETALHES IGUAIS AOS DO TRAILER         *
      *****************************************
       CONFERE-ARQ.
                READ RETORNO
                   AT END
                      MOVE "S" TO W-REJEITA
                      MOVE "ARQUIVO VAZIO" TO W-MOTIVO-REJ
                      GO TO CONFERE-ARQ-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF NOT RET-HEADER
                   MOVE "S" TO W-REJEITA
                   MOVE "PRIMEIRA LINHA NAO E HEADER" TO W-MOTIVO-REJ
                   GO TO CONFERE-ARQ-FIM.
                MOVE "S" TO W-TEM-HEADER
                MOVE RET-H-BANCO    TO LA-BANCO
                MOVE RET-H-DATA-ARQ TO LA-DATA
                MOVE RET-H-SEQ-ARQ  TO LA-SEQ
                MOVE LINHA-ARQ TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       CONFERE-ARQ1.
                READ RETORNO
                   AT END
                      GO TO CONFERE-ARQ2
                   NOT AT END
                      NEXT SENTENCE.
                IF W-TEM-TRAILER = "S"
                   MOVE "S" TO W-REJEITA
                   MOVE "LINHA APOS O TRAILER" TO W-MOTIVO-REJ
                   GO TO CONFERE-ARQ-FIM.
                IF RET-TRAILER
                   MOVE "S" TO W-TEM-TRAILER
                   MOVE RET-T-QTD   TO W-QTD-TRL
                   MOVE RET-T-VALOR TO W-VALOR-TRL
                   GO TO CONFERE-ARQ1.
                IF NOT RET-DETALHE
                   MOVE "S" TO W-REJEITA
                   MOVE "TIPO DE LINHA INVALIDO" TO W-MOTIVO-REJ
                   GO TO CONFERE-ARQ-FIM.
                IF RET-BOLETO NOT NUMERIC
                   OR RET-VALOR-PAGO NOT NUMERIC
                   OR RET-DATA-PAGTO NOT NUMERIC
                   MOVE "S" TO W-REJEITA
                   MOVE "DETALHE COM CAMPO NAO NUMERICO"
                                                     TO W-MOTIVO-REJ
                   GO TO CONFERE-ARQ-FIM.
                ADD 1 TO W-QTD-ARQ
                ADD RET-VALOR-PAGO TO W-VALOR-ARQ
                GO TO CONFERE-ARQ1.
       CONFERE-ARQ2.
                IF W-TEM-TRAILER NOT = "S"
                   MOVE "S" TO W-REJEITA
                   MOVE "ARQUIVO SEM TRAILER" TO W-MOTIVO-REJ
                   GO TO CONFERE-ARQ-FIM.
                IF W-QTD-ARQ NOT = W-QTD-TRL
                   MOVE "S" TO W-REJEITA
                   MOVE "QUANTIDADE NAO CONFERE COM O TRAILER"
                                                     TO W-MOTIVO-REJ
                   GO TO CONFERE-ARQ-FIM.
                IF W-VALOR-ARQ NOT = W-VALOR-TRL
                   MOVE "S" TO W-REJEITA
                   MOVE "VALOR NAO CONFERE COM O TRAILER"
                                                     TO W-MOTIVO-REJ.
       CONFERE-ARQ-FIM.
                EXIT.
      *
      *****************************************
      * TABELA BOLETO X CHAVE DO CADMENS       *
      *****************************************
       CARREGA-MENS.
                READ CADMENS NEXT RECORD
                   AT END
                      GO TO CARREGA-MENS-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF W-QTD-TABELA NOT < 30000
                   DISPLAY "TABELA DE BOLETOS CHEIA (30000) - "
                           "NENHUMA BAIXA FEITA"
                   CLOSE CADMENS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                ADD 1 TO W-QTD-TABELA
                MOVE MEN-BOLETO TO TAB-BOLETO (W-QTD-TABELA)
                MOVE CHAVE-MENS TO TAB-CHAVE (W-QTD-TABELA)
                MOVE "N"        TO TAB-VISTO (W-QTD-TABELA)
                GO TO CARREGA-MENS.
       CARREGA-MENS-FIM.
                EXIT.
      *
       CARREGA-VIAS.
                OPEN INPUT CADSEGVIA
                IF ST-VIA NOT = "00"
                   GO TO CARREGA-VIAS-FIM.
       CARREGA-VIAS1.
                READ CADSEGVIA NEXT RECORD
                   AT END
                      GO TO CARREGA-VIAS2
                   NOT AT END
                      NEXT SENTENCE.
                IF W-QTD-TABELA NOT < 30000
                   DISPLAY "TABELA DE BOLETOS CHEIA (30000) - "
                           "NENHUMA BAIXA FEITA"
                   CLOSE CADMENS CADSEGVIA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                ADD 1 TO W-QTD-TABELA
                MOVE SV-BOLETO-ANT TO TAB-BOLETO (W-QTD-TABELA)
                MOVE SV-CHAVE-MENS TO TAB-CHAVE (W-QTD-TABELA)
                MOVE "N"           TO TAB-VISTO (W-QTD-TABELA)
                GO TO CARREGA-VIAS1.
       CARREGA-VIAS2.
                CLOSE CADSEGVIA.
       CARREGA-VIAS-FIM.
                EXIT.
      *
      *****************************************
      * SEGUNDA PASSAGEM: BAIXA DOS DETALHES   *
      *****************************************
       BAIXA.
                READ RETORNO
                   AT END
                      GO TO BAIXA-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF NOT RET-DETALHE
                   GO TO BAIXA.
                MOVE ZEROS TO LD-RM LD-ANOMES LD-VALOR
                MOVE SPACES TO LD-TURMA
                MOVE RET-BOLETO     TO LD-BOLETO
                MOVE RET-VALOR-PAGO TO LD-PAGO
                MOVE RET-DATA-PAGTO TO LD-DATA
                MOVE ZEROS TO W-ACHOU
                PERFORM BUSCA-BOLETO THRU BUSCA-BOLETO-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > W-QTD-TABELA OR W-ACHOU > ZEROS
                IF W-ACHOU = ZEROS
                   MOVE "BOLETO DESCONHECIDO" TO W-SITUACAO
                   ADD 1 TO W-QTD-DESCON
                   GO TO BAIXA-EXCECAO.
                IF TAB-VISTO (W-ACHOU) = "S"
                   MOVE "BOLETO REPETIDO NO ARQUIVO" TO W-SITUACAO
                   ADD 1 TO W-QTD-REPET
                   GO TO BAIXA-EXCECAO.
                MOVE "S" TO TAB-VISTO (W-ACHOU)
                MOVE TAB-CHAVE (W-ACHOU) TO CHAVE-MENS
                READ CADMENS
                IF ST-MENS NOT = "00"
                   MOVE "BOLETO DESCONHECIDO" TO W-SITUACAO
                   ADD 1 TO W-QTD-DESCON
                   GO TO BAIXA-EXCECAO.
                IF MEN-VIA-QTD NOT NUMERIC
                   MOVE ZEROS TO MEN-VIA-QTD MEN-VIA-VENCIMENTO
                                 MEN-VIA-VALOR.
                MOVE MEN-VENCIMENTO TO W-VENCIMENTO
                CALL "P201767" USING MEN-ANOLETIVO MEN-VALOR
                            W-VENCIMENTO MEN-VIA-VENCIMENTO
                            RET-DATA-PAGTO W-DIAS-ATRASO W-MULTA
                            W-JUROS W-VALOR-ATUAL W-MUL-ACHOU
                MOVE MEN-RM     TO LD-RM
                MOVE MEN-TURMA  TO LD-TURMA
                MOVE MEN-ANOMES TO LD-ANOMES
                MOVE W-VALOR-ATUAL TO LD-VALOR
                IF MEN-PAGA
                   MOVE "COBRANCA JA PAGA" TO W-SITUACAO
                   ADD 1 TO W-QTD-JAPAGA
                   GO TO BAIXA-EXCECAO.
                IF MEN-CANCELADA
                   MOVE "COBRANCA CANCELADA" TO W-SITUACAO
                   ADD 1 TO W-QTD-CANCEL
                   GO TO BAIXA-EXCECAO.
                IF MEN-RENEGOCIADA
                   MOVE "COBRANCA RENEGOCIADA EM ACORDO" TO W-SITUACAO
                   ADD 1 TO W-QTD-CANCEL
                   GO TO BAIXA-EXCECAO.
                IF RET-VALOR-PAGO NOT = W-VALOR-ATUAL
                   MOVE "VALOR PAGO DIFERENTE DO DEVIDO" TO W-SITUACAO
                   ADD 1 TO W-QTD-DIVERG
                   GO TO BAIXA-EXCECAO.
                MOVE REGMENS TO W-AUD-ANTES
                MOVE "P"            TO MEN-STATUS
                MOVE RET-DATA-PAGTO TO MEN-PAGTO-DATA
                MOVE RET-VALOR-PAGO TO MEN-PAGTO-VALOR
                REWRITE REGMENS
                IF ST-MENS NOT = "00" AND "02"
                   MOVE "ERRO NA REGRAVACAO DO CADMENS" TO W-SITUACAO
                   ADD 1 TO W-QTD-DESCON
                   GO TO BAIXA-EXCECAO.
                MOVE CHAVE-MENS TO W-AUD-CHAVE
                MOVE REGMENS TO W-AUD-DEPOIS
                CALL "P201622" USING W-AUD-PROGRAMA W-OPERADOR
                            W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                            W-AUD-DEPOIS
                ADD 1 TO W-QTD-BAIXA
                ADD RET-VALOR-PAGO TO W-VALOR-BAIXA
                MOVE "BAIXADO" TO LD-SITUACAO
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                GO TO BAIXA.
       BAIXA-EXCECAO.
                ADD 1 TO W-QTD-EXC
                ADD RET-VALOR-PAGO TO W-VALOR-EXC
                MOVE W-SITUACAO TO LD-SITUACAO
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                GO TO BAIXA.
       BAIXA-FIM.
                EXIT.
      *
       BUSCA-BOLETO.
                IF TAB-BOLETO (W-IND) = RET-BOLETO
                   MOVE W-IND TO W-ACHOU.
       BUSCA-BOLETO-FIM.
                EXIT.
      *
       TOTAIS-ARQ.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-QTD-ARQ   TO LT1-QTD
                MOVE W-VALOR-ARQ TO LT1-VALOR
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-QTD-TRL   TO LT2-QTD
                MOVE W-VALOR-TRL TO LT2-VALOR
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM.
       TOTAIS-ARQ-FIM.
                EXIT.
      *
       TOTAIS.
                MOVE W-QTD-BAIXA   TO LT3-QTD
                MOVE W-VALOR-BAIXA TO LT3-VALOR
                MOVE LINHA-TOT3 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-QTD-EXC   TO LT4-QTD
                MOVE W-VALOR-EXC TO LT4-VALOR
                MOVE LINHA-TOT4 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-QTD-DESCON TO LT5-QTD
                MOVE LINHA-TOT5 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-QTD-JAPAGA TO LT6-QTD
                MOVE LINHA-TOT6 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-QTD-CANCEL TO LT7-QTD
                MOVE LINHA-TOT7 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-QTD-DIVERG TO LT8-QTD
                MOVE LINHA-TOT8 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-QTD-REPET TO LT9-QTD
                MOVE LINHA-TOT9 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                COMPUTE W-QTD-CONF = W-QTD-BAIXA + W-QTD-EXC
                COMPUTE W-VALOR-CONF = W-VALOR-BAIXA + W-VALOR-EXC
                IF W-QTD-CONF = W-QTD-TRL
                   AND W-VALOR-CONF = W-VALOR-TRL
                   MOVE "CONFERE" TO LC-RESULTADO
                ELSE
                   MOVE "DIVERGE" TO LC-RESULTADO
                   MOVE 8 TO RETURN-CODE.
                MOVE LINHA-CONF TO LINHA-REL
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
