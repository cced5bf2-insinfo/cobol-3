      * NUMERO SEQUENCIAL DE BOLETO. COBRANCA JA         *
      * EXISTENTE PARA A CHAVE NAO E REGERADA, ENTAO O   *
      * PASSO PODE SER RESUBMETIDO SEM DUPLICAR. O       *
      * RELATORIO TOTALIZA POR TURMA. ALUNO QUE SAIU NO  *
      * MEIO DO ANO (SAIDA-MOTIVO DO CADNOTA, GRAVADO    *
      * PELO FP201761) SO E COBRADO ATE O MES DA SAIDA.  *
      * ALEM DA BOLSA INDIVIDUAL, O ALUNO RECEBE O       *
      * DESCONTO DE IRMAOS DA TABELA CADDESCIRM DO ANO,  *
      * PELA QUANTIDADE DE FILHOS DO MESMO RESPONSAVEL   *
      * FINANCEIRO (ALU-RESP-CPF) COBRADOS NO MES,       *
      * CONTADOS NUMA PRIMEIRA LEITURA DO CADNOTA. OS    *
      * DOIS DESCONTOS SAEM DO PRECO CHEIO E O RELATORIO *
      * MOSTRA O MOTIVO DO DESCONTO EM CADA COBRANCA. A  *
      * COBRANCA LEVA A UNIDADE DO PRECO DA TURMA (PRE-  *
      * UNIDADE; BRANCO = 01) EM MEN-UNIDADE. ALUNO COM  *
      * ROTA DE TRANSPORTE NO MES (CADROTALU) TEM A TAXA *
      * DA ROTA (CADROTA) SOMADA A COBRANCA, COM A       *
      * PARCELA EM MEN-TRANSP-VALOR E LINHA PROPRIA NO   *
      * RELATORIO.                                       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MENS
                    FILE STATUS  IS ST-MENS.
       SELECT CADDESCIRM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DIR-ANOLETIVO
                    FILE STATUS  IS ST-DESC.
       SELECT CADROTALU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RAL-RM
                    FILE STATUS  IS ST-ROTALU.
       SELECT CADROTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ROT-CODIGO
                    FILE STATUS  IS ST-ROTA.
       SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
      *
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
           COPY MENSREC.
       FD CADDESCIRM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESCIRM.DAT".
           COPY DESCIRMREC.
       FD CADROTALU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADROTALU.DAT".
           COPY ROTALUREC.
       FD CADROTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADROTA.DAT".
           COPY ROTAREC.
       FD RELATORIO
               LABEL RECORD IS OMITTED.
       01 LINHA-REL                 PIC X(80).
       77 ST-PRECO          PIC X(02) VALUE "00".
       77 ST-ALUNO          PIC X(02) VALUE "00".
       77 ST-MENS           PIC X(02) VALUE "00".
       77 ST-DESC           PIC X(02) VALUE "00".
       77 ST-ROTALU         PIC X(02) VALUE "00".
       77 ST-ROTA           PIC X(02) VALUE "00".
       77 W-PARM-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-PARM-DIAVENC    PIC 9(02) VALUE ZEROS.
       77 W-ANOLETIVO-REF   PIC 9(04) VALUE ZEROS.
       77 W-PROX-BOLETO     PIC 9(06) VALUE ZEROS.
       77 W-VALOR           PIC 9(06)V99 VALUE ZEROS.
       77 W-DESCONTO        PIC 9(06)V99 VALUE ZEROS.
       77 W-DESC-IRMAO      PIC 9(06)V99 VALUE ZEROS.
       77 W-PCT-IRMAO       PIC 9(02)V99 VALUE ZEROS.
       77 W-QTD-IRMAOS      PIC 9(02) VALUE ZEROS.
       77 W-TEM-DESC        PIC X(01) VALUE "N".
       77 W-QTD-RESP        PIC 9(05) COMP VALUE ZEROS.
       77 W-IND             PIC 9(05) COMP VALUE ZEROS.
       77 W-ACHOU           PIC 9(05) COMP VALUE ZEROS.
       77 W-FX              PIC 9(01) VALUE ZEROS.
       77 W-TOT-IRMAO       PIC 9(09)V99 VALUE ZEROS.
       77 W-CONT-GERADAS    PIC 9(05) VALUE ZEROS.
       77 W-CONT-JAEXISTE   PIC 9(05) VALUE ZEROS.
       77 W-CONT-SEMPRECO   PIC 9(05) VALUE ZEROS.
       77 W-CONT-SAIDAS     PIC 9(05) VALUE ZEROS.
       77 W-SAIDA-ANOMES    PIC 9(06) VALUE ZEROS.
       77 W-TOT-GERAL       PIC 9(09)V99 VALUE ZEROS.
       77 W-SEM-TRANSP      PIC X(01) VALUE "N".
       77 W-TRANSP          PIC 9(06)V99 VALUE ZEROS.
       77 W-TRANSP-ROTA     PIC 9(03) VALUE ZEROS.
       77 W-ULT-RM-TRANSP   PIC 9(05) VALUE ZEROS.
       77 W-RAL-ANOMES      PIC 9(06) VALUE ZEROS.
       77 W-CONT-TRANSP     PIC 9(05) VALUE ZEROS.
       77 W-TOT-TRANSP      PIC 9(09)V99 VALUE ZEROS.
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201712".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       01 W-ANOMES-R.
                03 W-AM-ANO      PIC 9(04).
                03 W-AM-MES      PIC 9(02).
      *
      *****************************************
      * FILHOS COBRADOS NO MES POR CPF DO      *
      * RESPONSAVEL FINANCEIRO                 *
      *****************************************
       01 TABELA-IRMAOS.
                03 TI-ITEM OCCURS 5000 TIMES.
                   05 TI-CPF        PIC 9(11).
                   05 TI-QTD        PIC 9(02).
                   05 TI-ULT-RM     PIC 9(05).
       01 W-MOT-BOLSA.
                03 FILLER        PIC X(06) VALUE "BOLSA ".
                03 WMB-PCT       PIC Z9.
                03 FILLER        PIC X(01) VALUE "%".
       01 W-MOT-IRMAO.
                03 FILLER        PIC X(07) VALUE "IRMAOS ".
                03 WMI-QTD       PIC Z9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 WMI-PCT       PIC Z9,99.
                03 FILLER        PIC X(01) VALUE "%".
       01 W-MOT-AMBOS.
                03 FILLER        PIC X(06) VALUE "BOLSA ".
                03 WMA-BOLSA     PIC Z9.
                03 FILLER        PIC X(04) VALUE "% + ".
                03 FILLER        PIC X(07) VALUE "IRMAOS ".
                03 WMA-QTD       PIC Z9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 WMA-PCT       PIC Z9,99.
                03 FILLER        PIC X(01) VALUE "%".
       01 LINHA-CAB1.
                03 FILLER        PIC X(40)
                    VALUE "FATURAMENTO DE MENSALIDADES - REFERENCIA".
                03 LD-TURMA      PIC X(05).
                03 FILLER        PIC X(07) VALUE " VALOR ".
                03 LD-VALOR      PIC ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-MOTIVO     PIC X(28).
       01 LINHA-DET2.
                03 FILLER        PIC X(11) VALUE SPACES.
                03 FILLER        PIC X(16) VALUE "TRANSPORTE ROTA ".
                03 LD2-ROTA      PIC 9(03).
                03 FILLER        PIC X(04) VALUE SPACES.
                03 FILLER        PIC X(07) VALUE " VALOR ".
                03 LD2-VALOR     PIC ZZZ.ZZ9,99.
       01 LINHA-TOT1.
                03 FILLER        PIC X(30)
                    VALUE "COBRANCAS GERADAS...........: ".
                03 FILLER        PIC X(30)
                    VALUE "TURMAS SEM PRECO............: ".
                03 LT-SEMPRECO   PIC ZZZZ9.
       01 LINHA-TOT5.
                03 FILLER        PIC X(30)
                    VALUE "ALUNOS QUE SAIRAM (PULADOS).: ".
                03 LT-SAIDAS     PIC ZZZZ9.
       01 LINHA-TOT4.
                03 FILLER        PIC X(30)
                    VALUE "VALOR TOTAL FATURADO........: ".
                03 LT-TOTAL      PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOT6.
                03 FILLER        PIC X(30)
                    VALUE "DESCONTO DE IRMAOS CONCEDIDO: ".
                03 LT-IRMAO      PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOT7.
                03 FILLER        PIC X(30)
                    VALUE "COBRANCAS COM TRANSPORTE....: ".
                03 LT-CONT-TRANSP PIC ZZZZ9.
       01 LINHA-TOT8.
                03 FILLER        PIC X(30)
                    VALUE "TAXA DE TRANSPORTE LANCADA..: ".
                03 LT-TRANSP     PIC ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                PERFORM ACEITA-PARM THRU ACEITA-PARM-FIM
                PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM
                PERFORM ACHA-BOLETO THRU ACHA-BOLETO-FIM
                PERFORM CONTA-IRMAOS THRU CONTA-IRMAOS-FIM
                PERFORM FATURA-001 THRU FATURA-001-FIM
                PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
                MOVE "F" TO W-RC-EVENTO
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO CADMENS: " ST-MENS
                      STOP RUN.
                MOVE "N" TO W-TEM-DESC
                OPEN INPUT CADDESCIRM
                IF ST-DESC = "00"
                   MOVE W-ANOLETIVO-REF TO DIR-ANOLETIVO
                   READ CADDESCIRM
                   IF ST-DESC = "00"
                      MOVE "S" TO W-TEM-DESC
                      CLOSE CADDESCIRM
                   ELSE
                      CLOSE CADDESCIRM.
                MOVE "N" TO W-SEM-TRANSP
                OPEN INPUT CADROTALU
                IF ST-ROTALU NOT = "00"
                   DISPLAY "SEM ARQUIVO CADROTALU: " ST-ROTALU
                   MOVE "S" TO W-SEM-TRANSP
                ELSE
                   OPEN INPUT CADROTA
                   IF ST-ROTA NOT = "00"
                      DISPLAY "SEM ARQUIVO CADROTA: " ST-ROTA
                      MOVE "S" TO W-SEM-TRANSP
                      CLOSE CADROTALU.
                OPEN OUTPUT RELATORIO
                MOVE W-PARM-ANOMES TO LC-ANOMES
                WRITE LINHA-REL FROM LINHA-CAB1
                   GO TO FATURA-001.
                IF ANOLETIVO NOT = W-ANOLETIVO-REF
                   GO TO FATURA-001.
                IF ALUNO-SAIU
                   DIVIDE SAIDA-DATA BY 100 GIVING W-SAIDA-ANOMES
                   IF W-SAIDA-ANOMES < W-PARM-ANOMES
                      ADD 1 TO W-CONT-SAIDAS
                      GO TO FATURA-001.
                MOVE TURMA     TO PRE-TURMA
                MOVE ANOLETIVO TO PRE-ANOLETIVO
                READ CADPRECO
                   DISPLAY "TURMA SEM PRECO NO CADPRECO: " TURMA
                   GO TO FATURA-001.
                MOVE PRE-VALOR TO W-VALOR
                MOVE ZEROS TO W-DESCONTO W-DESC-IRMAO W-PCT-IRMAO
                              W-QTD-IRMAOS
                MOVE SPACES TO LD-MOTIVO
                MOVE RM TO ALU-RM
                READ CADALUNO
                IF ST-ALUNO = "00" AND ALU-SIT-ATIVO
                   IF ALU-BOLSA-PCT > ZEROS
                      COMPUTE W-DESCONTO ROUNDED =
                              (PRE-VALOR * ALU-BOLSA-PCT) / 100.
                IF ST-ALUNO = "00" AND ALU-SIT-ATIVO
                   PERFORM DESCONTO-IRMAO THRU DESCONTO-IRMAO-FIM.
                IF W-DESCONTO + W-DESC-IRMAO > W-VALOR
                   MOVE ZEROS TO W-VALOR
                ELSE
                   SUBTRACT W-DESCONTO W-DESC-IRMAO FROM W-VALOR.
                IF W-DESCONTO > ZEROS AND W-DESC-IRMAO > ZEROS
                   MOVE ALU-BOLSA-PCT TO WMA-BOLSA
                   MOVE W-QTD-IRMAOS  TO WMA-QTD
                   MOVE W-PCT-IRMAO   TO WMA-PCT
                   MOVE W-MOT-AMBOS TO LD-MOTIVO
                ELSE
                   IF W-DESCONTO > ZEROS
                      MOVE ALU-BOLSA-PCT TO WMB-PCT
                      MOVE W-MOT-BOLSA TO LD-MOTIVO
                   ELSE
                      IF W-DESC-IRMAO > ZEROS
                         MOVE W-QTD-IRMAOS TO WMI-QTD
                         MOVE W-PCT-IRMAO  TO WMI-PCT
                         MOVE W-MOT-IRMAO TO LD-MOTIVO.
                MOVE RM            TO MEN-RM
                MOVE TURMA         TO MEN-TURMA
                MOVE ANOLETIVO     TO MEN-ANOLETIVO
                MOVE W-PARM-ANOMES TO MEN-ANOMES
                ADD 1 TO W-PROX-BOLETO
                MOVE W-PROX-BOLETO TO MEN-BOLETO
                PERFORM TAXA-TRANSPORTE THRU TAXA-TRANSPORTE-FIM
                COMPUTE MEN-VALOR = W-VALOR + W-TRANSP
                MOVE W-TRANSP      TO MEN-TRANSP-VALOR
                MOVE W-AM-ANO      TO MEN-VEN-ANO
                MOVE W-AM-MES      TO MEN-VEN-MES
                MOVE W-PARM-DIAVENC TO MEN-VEN-DIA
                MOVE "A"           TO MEN-STATUS
                MOVE ZEROS         TO MEN-PAGTO-DATA MEN-PAGTO-VALOR
                MOVE ZEROS         TO MEN-VIA-QTD MEN-VIA-VENCIMENTO
                                      MEN-VIA-VALOR MEN-ACORDO
                MOVE PRE-UNIDADE   TO MEN-UNIDADE
                IF MEN-UNIDADE NOT NUMERIC
                   MOVE 01 TO MEN-UNIDADE.
                IF MEN-UNIDADE = ZEROS
                   MOVE 01 TO MEN-UNIDADE.
                WRITE REGMENS
                IF ST-MENS = "22"
                   ADD 1 TO W-CONT-JAEXISTE
                   MOVE 8 TO RETURN-CODE
                   GO TO FATURA-001.
                ADD 1 TO W-CONT-GERADAS
                ADD MEN-VALOR TO W-TOT-GERAL
                ADD W-DESC-IRMAO TO W-TOT-IRMAO
                MOVE MEN-BOLETO TO LD-BOLETO
                MOVE RM         TO LD-RM
                MOVE TURMA      TO LD-TURMA
                MOVE W-VALOR    TO LD-VALOR
                WRITE LINHA-REL FROM LINHA-DET
                IF W-TRANSP = ZEROS
                   GO TO FATURA-001.
                MOVE RM TO W-ULT-RM-TRANSP
                ADD 1 TO W-CONT-TRANSP
                ADD W-TRANSP TO W-TOT-TRANSP
                MOVE W-TRANSP-ROTA TO LD2-ROTA
                MOVE W-TRANSP      TO LD2-VALOR
                WRITE LINHA-REL FROM LINHA-DET2
                GO TO FATURA-001.
       FATURA-001-FIM.
                EXIT.
      *
      *****************************************
      * TAXA DO TRANSPORTE ESCOLAR: ALUNO NA   *
      * ROTA (CADROTALU) NO MES DE REFERENCIA, *
      * ENTRE O INICIO E O FIM DO VINCULO.     *
      * COBRADA UMA VEZ POR RM NO MES          *
      *****************************************
       TAXA-TRANSPORTE.
                MOVE ZEROS TO W-TRANSP W-TRANSP-ROTA
                IF W-SEM-TRANSP = "S"
                   GO TO TAXA-TRANSPORTE-FIM.
                IF RM = W-ULT-RM-TRANSP
                   GO TO TAXA-TRANSPORTE-FIM.
                MOVE RM TO RAL-RM
                READ CADROTALU
                IF ST-ROTALU NOT = "00"
                   GO TO TAXA-TRANSPORTE-FIM.
                COMPUTE W-RAL-ANOMES = RAL-INI-ANO * 100 + RAL-INI-MES
                IF W-RAL-ANOMES > W-PARM-ANOMES
                   GO TO TAXA-TRANSPORTE-FIM.
                IF RAL-FIM-ANO NOT = ZEROS
                   COMPUTE W-RAL-ANOMES = RAL-FIM-ANO * 100
                                        + RAL-FIM-MES
                   IF W-RAL-ANOMES < W-PARM-ANOMES
                      GO TO TAXA-TRANSPORTE-FIM.
                MOVE RAL-ROTA TO ROT-CODIGO
                READ CADROTA
                IF ST-ROTA NOT = "00"
                   GO TO TAXA-TRANSPORTE-FIM.
                MOVE ROT-TAXA TO W-TRANSP
                MOVE RAL-ROTA TO W-TRANSP-ROTA.
       TAXA-TRANSPORTE-FIM.
                EXIT.
      *
      *****************************************
      * DESCONTO DE IRMAOS DO ALUNO: MAIOR     *
      * FAIXA DA TABELA ATINGIDA PELOS FILHOS  *
      * DO RESPONSAVEL COBRADOS NO MES         *
      *****************************************
       DESCONTO-IRMAO.
                IF W-TEM-DESC NOT = "S"
                   GO TO DESCONTO-IRMAO-FIM.
                IF ALU-RESP-CPF NOT NUMERIC
                   GO TO DESCONTO-IRMAO-FIM.
                IF ALU-RESP-CPF = ZEROS
                   GO TO DESCONTO-IRMAO-FIM.
                MOVE ZEROS TO W-ACHOU
                PERFORM PROCURA-CPF THRU PROCURA-CPF-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > W-QTD-RESP OR W-ACHOU > ZEROS
                IF W-ACHOU = ZEROS
                   GO TO DESCONTO-IRMAO-FIM.
                MOVE TI-QTD (W-ACHOU) TO W-QTD-IRMAOS
                PERFORM ACHA-FAIXA THRU ACHA-FAIXA-FIM
                  VARYING W-FX FROM 1 BY 1 UNTIL W-FX > 4
                IF W-PCT-IRMAO > ZEROS
                   COMPUTE W-DESC-IRMAO ROUNDED =
                           (PRE-VALOR * W-PCT-IRMAO) / 100.
       DESCONTO-IRMAO-FIM.
                EXIT.
      *
       ACHA-FAIXA.
                IF DIR-QTD (W-FX) > ZEROS
                   AND DIR-QTD (W-FX) NOT > W-QTD-IRMAOS
                   MOVE DIR-PCT (W-FX) TO W-PCT-IRMAO.
       ACHA-FAIXA-FIM.
                EXIT.
      *
       PROCURA-CPF.
                IF TI-CPF (W-IND) = ALU-RESP-CPF
                   MOVE W-IND TO W-ACHOU.
       PROCURA-CPF-FIM.
                EXIT.
      *
      *****************************************
      * PRIMEIRA LEITURA DO CADNOTA: CONTA OS  *
      * FILHOS DE CADA RESPONSAVEL QUE SERAO   *
      * COBRADOS NO MES (MESMOS FILTROS DO     *
      * FATURAMENTO)                           *
      *****************************************
       CONTA-IRMAOS.
                MOVE ZEROS TO W-QTD-RESP
                IF W-TEM-DESC NOT = "S"
                   GO TO CONTA-IRMAOS-FIM.
       CONTA-IRMAOS1.
                READ CADNOTA NEXT RECORD
                   AT END
                      GO TO CONTA-IRMAOS2
                   NOT AT END
                      NEXT SENTENCE.
                IF SIT-EXCLUIDO
                   GO TO CONTA-IRMAOS1.
                IF ANOLETIVO NOT = W-ANOLETIVO-REF
                   GO TO CONTA-IRMAOS1.
                IF ALUNO-SAIU
                   DIVIDE SAIDA-DATA BY 100 GIVING W-SAIDA-ANOMES
                   IF W-SAIDA-ANOMES < W-PARM-ANOMES
                      GO TO CONTA-IRMAOS1.
                MOVE TURMA     TO PRE-TURMA
                MOVE ANOLETIVO TO PRE-ANOLETIVO
                READ CADPRECO
                IF ST-PRECO NOT = "00"
                   GO TO CONTA-IRMAOS1.
                MOVE RM TO ALU-RM
                READ CADALUNO
                IF ST-ALUNO NOT = "00" OR NOT ALU-SIT-ATIVO
                   GO TO CONTA-IRMAOS1.
                IF ALU-RESP-CPF NOT NUMERIC
                   GO TO CONTA-IRMAOS1.
                IF ALU-RESP-CPF = ZEROS
                   GO TO CONTA-IRMAOS1.
                MOVE ZEROS TO W-ACHOU
                PERFORM PROCURA-CPF THRU PROCURA-CPF-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > W-QTD-RESP OR W-ACHOU > ZEROS
                IF W-ACHOU > ZEROS
                   IF TI-ULT-RM (W-ACHOU) NOT = RM
                      ADD 1 TO TI-QTD (W-ACHOU)
                      MOVE RM TO TI-ULT-RM (W-ACHOU)
                      GO TO CONTA-IRMAOS1
                   ELSE
                      GO TO CONTA-IRMAOS1.
                IF W-QTD-RESP = 5000
                   DISPLAY "TABELA DE RESPONSAVEIS CHEIA - CPF "
                           ALU-RESP-CPF " SEM DESCONTO DE IRMAOS"
                   GO TO CONTA-IRMAOS1.
                ADD 1 TO W-QTD-RESP
                MOVE ALU-RESP-CPF TO TI-CPF (W-QTD-RESP)
                MOVE 1            TO TI-QTD (W-QTD-RESP)
                MOVE RM           TO TI-ULT-RM (W-QTD-RESP)
                GO TO CONTA-IRMAOS1.
       CONTA-IRMAOS2.
                CLOSE CADNOTA
                OPEN INPUT CADNOTA
                IF ST-NOTA NOT = "00"
                   DISPLAY "ERRO NA REABERTURA DO ARQUIVO CADNOTA: "
                                                             ST-NOTA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
       CONTA-IRMAOS-FIM.
                EXIT.
      *
       FECHA-ARQUIVOS.
                MOVE SPACES TO LINHA-REL
                WRITE LINHA-REL FROM LINHA-TOT2
                MOVE W-CONT-SEMPRECO TO LT-SEMPRECO
                WRITE LINHA-REL FROM LINHA-TOT3
                MOVE W-CONT-SAIDAS TO LT-SAIDAS
                WRITE LINHA-REL FROM LINHA-TOT5
                MOVE W-TOT-GERAL TO LT-TOTAL
                WRITE LINHA-REL FROM LINHA-TOT4
                MOVE W-TOT-IRMAO TO LT-IRMAO
                WRITE LINHA-REL FROM LINHA-TOT6
                MOVE W-CONT-TRANSP TO LT-CONT-TRANSP
                WRITE LINHA-REL FROM LINHA-TOT7
                MOVE W-TOT-TRANSP TO LT-TRANSP
                WRITE LINHA-REL FROM LINHA-TOT8
                IF W-SEM-TRANSP NOT = "S"
                   CLOSE CADROTALU CADROTA.
                CLOSE CADNOTA CADPRECO CADALUNO CADMENS RELATORIO.
       FECHA-ARQUIVOS-FIM.
                EXIT.
