       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201765.
       AUTHOR. LEANDRO.
      **************************************************
      * AVISOS AS FAMILIAS - ARQUIVO DE SAIDA PARA O     *
      * PROVEDOR DE SMS/E-MAIL CONTRATADO PELA ESCOLA    *
      * (AVISOFAM.TXT, LAYOUT FIXO DE 240 BYTES COM      *
      * HEADER H, DETALHES D E TRAILER T). RODA NA       *
      * JANELA NOTURNA. O CARTAO SYSIN INFORMA A DATA DE *
      * REFERENCIA (AAAAMMDD, ZEROS = HOJE), A DATA      *
      * INICIAL DAS FALTAS (ZEROS = A PROPRIA DATA DE    *
      * REFERENCIA) E O BIMESTRE DAS NOTAS (0 = TODOS).  *
      * UMA LINHA POR AVISO: - F: FALTA DO CADFALTA NO   *
      * PERIODO; - N: NOTA DO BIMESTRE LANCADA NO        *
      * CADNOTAMAT DO ANO LETIVO DA DATA DE REFERENCIA   *
      * (NOTA NAO ZERADA); - M: MENSALIDADE EM ABERTO NO *
      * CADMENS COM VENCIMENTO ANTERIOR A DATA DE        *
      * REFERENCIA. O LOG CADAVISO GUARDA CADA EVENTO    *
      * TRATADO E O MESMO EVENTO NUNCA SAI DUAS VEZES.   *
      * FAMILIA QUE NAO ACEITA AVISOS (ALU-NOTIFICA = N) *
      * OU SEM TELEFONE E SEM E-MAIL NO CADALUNO E       *
      * PULADA (O EVENTO VAI AO LOG COMO DESCARTADO). O  *
      * CANAL SAI S (SO TELEFONE), E (SO E-MAIL) OU A    *
      * (AMBOS). FAMILIA QUE REVOGOU O CONSENTIMENTO     *
      * PARA AVISOS (CADCONSENT, VIA P201801) TAMBEM E   *
      * PULADA.                                          *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFALTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FALTA
                    FILE STATUS  IS ST-FALTA.
       SELECT CADNOTAMAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NOTAMAT
                    FILE STATUS  IS ST-NOTAMAT.
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
       SELECT CADAVISO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AVISO
                    FILE STATUS  IS ST-AVISO.
       SELECT AVISOS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-AVISOS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFALTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFALTA.DAT".
           COPY FALTAREC.
       FD CADNOTAMAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTAMAT.DAT".
           COPY NOTAMATREC.
       FD CADMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
           COPY MENSREC.
       FD CADALUNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALUNO.DAT".
           COPY ALUNOREC.
       FD CADAVISO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAVISO.DAT".
           COPY AVISOREC.
       FD AVISOS
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "AVISOFAM.TXT".
       01 REGAVISOS                PIC X(240).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "AVISOS AS FAMILIAS (SMS/E-MAIL)".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201765".
       77 ST-FALTA          PIC X(02) VALUE "00".
       77 ST-NOTAMAT        PIC X(02) VALUE "00".
       77 ST-MENS           PIC X(02) VALUE "00".
       77 ST-ALUNO          PIC X(02) VALUE "00".
       77 ST-AVISO          PIC X(02) VALUE "00".
       77 ST-AVISOS         PIC X(02) VALUE "00".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201765".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 W-PARM-DATA       PIC 9(08) VALUE ZEROS.
       77 W-PARM-INICIO     PIC 9(08) VALUE ZEROS.
       77 W-PARM-BIM        PIC 9(01) VALUE ZEROS.
       77 W-HOJE            PIC 9(08) VALUE ZEROS.
       77 W-HORA            PIC 9(08) VALUE ZEROS.
       77 W-DATA-EVT        PIC 9(08) VALUE ZEROS.
       77 W-BIM             PIC 9(01) VALUE ZEROS.
       77 W-BIM-INI         PIC 9(01) VALUE ZEROS.
       77 W-BIM-FIM         PIC 9(01) VALUE ZEROS.
       77 W-CANAL           PIC X(01) VALUE SPACE.
       77 W-MOTIVO          PIC X(30) VALUE SPACES.
       77 W-TEXTO           PIC X(160) VALUE SPACES.
       77 W-MAT-DENOM       PIC X(25) VALUE SPACES.
       77 W-MAT-ACHOU       PIC X(01) VALUE "N".
       77 W-SEQ             PIC 9(06) VALUE ZEROS.
       77 W-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-CONT-FALTAS     PIC 9(06) VALUE ZEROS.
       77 W-CONT-NOTAS      PIC 9(06) VALUE ZEROS.
       77 W-CONT-MENS       PIC 9(06) VALUE ZEROS.
       77 W-CONT-JA         PIC 9(06) VALUE ZEROS.
       77 W-CONT-OPTOUT     PIC 9(06) VALUE ZEROS.
       77 W-CS-ORIGEM       PIC X(01) VALUE "L".
       77 W-CS-CHAVE        PIC X(12) VALUE SPACES.
       77 W-CS-FINALIDADE   PIC X(02) VALUE "AV".
       77 W-CS-PERMITE      PIC X(01) VALUE "S".
       77 W-CONT-SEMCONT    PIC 9(06) VALUE ZEROS.
       77 W-CONT-SEMALUNO   PIC 9(06) VALUE ZEROS.
       01 W-REF-R.
                03 W-REF-ANO     PIC 9(04).
                03 W-REF-MES     PIC 9(02).
                03 W-REF-DIA     PIC 9(02).
       01 W-REF-NUM REDEFINES W-REF-R PIC 9(08).
       01 W-CHAVE-AVISO.
                03 WCA-TIPO      PIC X(01).
                03 WCA-RM        PIC 9(05).
                03 WCA-TURMA     PIC X(05).
                03 WCA-ANOLETIVO PIC 9(04).
                03 WCA-EVENTO    PIC X(08).
       01 W-EVT-NOTA.
                03 WEN-MATERIA   PIC 9(02).
                03 WEN-BIM       PIC 9(01).
                03 FILLER        PIC X(05) VALUE SPACES.
       01 W-NOTAS.
                03 W-NOTA OCCURS 5 TIMES PIC 9(02)V99.
      *
      * DATAS E VALORES EDITADOS PARA O TEXTO DO AVISO
      *
       01 W-DATA-AUX.
                03 WDA-ANO       PIC 9(04).
                03 WDA-MES       PIC 9(02).
                03 WDA-DIA       PIC 9(02).
       01 W-DATA-ED.
                03 WDE-DIA       PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 WDE-MES       PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 WDE-ANO       PIC 9(04).
       01 W-ANOMES-AUX.
                03 WAA-ANO       PIC 9(04).
                03 WAA-MES       PIC 9(02).
       01 W-ANOMES-ED.
                03 WAE-MES       PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 WAE-ANO       PIC 9(04).
       77 W-QTD-ED          PIC Z9.
       77 W-NOTA-ED         PIC Z9,99.
       77 W-VALOR-ED        PIC ZZZ.ZZ9,99.
       77 W-BOLETO-ED       PIC 9(06).
      *
      * LAYOUT DO ARQUIVO DO PROVEDOR (240 BYTES)
      *
       01 NF-HEADER.
                03 NF-H-TIPO     PIC X(01) VALUE "H".
                03 NF-H-DATA     PIC 9(08).
                03 NF-H-HORA     PIC 9(06).
                03 NF-H-ORIGEM   PIC X(20) VALUE "CADASTRO ESCOLAR".
                03 FILLER        PIC X(205) VALUE SPACES.
       01 NF-DETALHE.
                03 NF-TIPO       PIC X(01) VALUE "D".
                03 NF-SEQ        PIC 9(06).
                03 NF-CANAL      PIC X(01).
                03 NF-DDD        PIC 9(02).
                03 NF-TELEFONE   PIC 9(09).
                03 NF-EMAIL      PIC X(50).
                03 NF-RM         PIC 9(05).
                03 NF-EVENTO     PIC X(01).
                03 NF-TEXTO      PIC X(160).
                03 FILLER        PIC X(05) VALUE SPACES.
       01 NF-TRAILER.
                03 NF-T-TIPO     PIC X(01) VALUE "T".
                03 NF-T-QTD      PIC 9(06).
                03 FILLER        PIC X(233) VALUE SPACES.
       01 LINHA-PARM.
                03 FILLER        PIC X(22)
                    VALUE "DATA DE REFERENCIA..: ".
                03 LP-DATA       PIC 9(08).
                03 FILLER        PIC X(18)
                    VALUE "   FALTAS DESDE: ".
                03 LP-INICIO     PIC 9(08).
                03 FILLER        PIC X(14)
                    VALUE "   BIMESTRE: ".
                03 LP-BIM        PIC 9(01).
       01 LINHA-CAB1.
                03 FILLER        PIC X(40) VALUE
                   "   SEQ  TP   RM   NOME                 ".
                03 FILLER        PIC X(40) VALUE
                   "              CANAL  EVENTO    SITUACAO ".
       01 LINHA-DET.
                03 LD-SEQ        PIC ZZZZZ9.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-TIPO       PIC X(01).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-RM         PIC 9(05).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-NOME       PIC X(35).
                03 FILLER        PIC X(03) VALUE SPACES.
                03 LD-CANAL      PIC X(01).
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LD-EVENTO     PIC X(08).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-SITUACAO   PIC X(30).
       01 LINHA-TOT1.
                03 FILLER        PIC X(30)
                    VALUE "AVISOS DE FALTA.............: ".
                03 LT1-QTD       PIC ZZZZZ9.
       01 LINHA-TOT2.
                03 FILLER        PIC X(30)
                    VALUE "AVISOS DE NOTA..............: ".
                03 LT2-QTD       PIC ZZZZZ9.
       01 LINHA-TOT3.
                03 FILLER        PIC X(30)
                    VALUE "AVISOS DE MENSALIDADE.......: ".
                03 LT3-QTD       PIC ZZZZZ9.
       01 LINHA-TOT4.
                03 FILLER        PIC X(30)
                    VALUE "LINHAS NO ARQUIVO (TRAILER).: ".
                03 LT4-QTD       PIC ZZZZZ9.
       01 LINHA-TOT5.
                03 FILLER        PIC X(30)
                    VALUE "EVENTOS JA AVISADOS (LOG)...: ".
                03 LT5-QTD       PIC ZZZZZ9.
       01 LINHA-TOT6.
                03 FILLER        PIC X(30)
                    VALUE "FAMILIA NAO ACEITA AVISOS...: ".
                03 LT6-QTD       PIC ZZZZZ9.
       01 LINHA-TOT7.
                03 FILLER        PIC X(30)
                    VALUE "SEM TELEFONE E SEM E-MAIL...: ".
                03 LT7-QTD       PIC ZZZZZ9.
       01 LINHA-TOT8.
                03 FILLER        PIC X(30)
                    VALUE "RM FORA DO CADALUNO.........: ".
                03 LT8-QTD       PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                PERFORM ACEITA-PARM THRU ACEITA-PARM-FIM
                PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE W-PARM-DATA   TO LP-DATA
                MOVE W-PARM-INICIO TO LP-INICIO
                MOVE W-PARM-BIM    TO LP-BIM
                MOVE LINHA-PARM TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                PERFORM AVISA-FALTAS THRU AVISA-FALTAS-FIM
                PERFORM AVISA-NOTAS THRU AVISA-NOTAS-FIM
                PERFORM AVISA-MENS THRU AVISA-MENS-FIM
                MOVE W-SEQ TO NF-T-QTD
                WRITE REGAVISOS FROM NF-TRAILER
                PERFORM TOTAIS THRU TOTAIS-FIM
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                CLOSE CADFALTA CADNOTAMAT CADMENS CADALUNO CADAVISO
                      AVISOS
                MOVE "F" TO W-RC-EVENTO
                MOVE W-CONT-LIDOS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                STOP RUN.
      *
       ACEITA-PARM.
                ACCEPT W-PARM-DATA
                ACCEPT W-PARM-INICIO
                ACCEPT W-PARM-BIM
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                ACCEPT W-HORA FROM TIME
                IF W-PARM-DATA = ZEROS
                   MOVE W-HOJE TO W-PARM-DATA.
                IF W-PARM-INICIO = ZEROS
                   MOVE W-PARM-DATA TO W-PARM-INICIO.
                MOVE W-PARM-DATA TO W-REF-NUM
                IF W-REF-MES < 01 OR W-REF-MES > 12
                   OR W-REF-DIA < 01 OR W-REF-DIA > 31
                   OR W-PARM-INICIO > W-PARM-DATA
                   DISPLAY "DATAS INVALIDAS NO CARTAO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                IF W-PARM-BIM > 4
                   DISPLAY "BIMESTRE INVALIDO NO CARTAO (0 A 4)"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                IF W-PARM-BIM = ZEROS
                   MOVE 1 TO W-BIM-INI
                   MOVE 4 TO W-BIM-FIM
                ELSE
                   MOVE W-PARM-BIM TO W-BIM-INI W-BIM-FIM.
       ACEITA-PARM-FIM.
                EXIT.
      *
       ABRE-ARQUIVOS.
                OPEN INPUT CADALUNO
                IF ST-ALUNO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADALUNO: "
                                                             ST-ALUNO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADFALTA
                IF ST-FALTA NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFALTA: "
                                                             ST-FALTA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADNOTAMAT
                IF ST-NOTAMAT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNOTAMAT: "
                                                           ST-NOTAMAT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADMENS
                IF ST-MENS NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMENS: "
                                                              ST-MENS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN I-O CADAVISO
                IF ST-AVISO = "30" OR "35"
                   OPEN OUTPUT CADAVISO
                   CLOSE CADAVISO
                   OPEN I-O CADAVISO.
                IF ST-AVISO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAVISO: "
                                                             ST-AVISO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN OUTPUT AVISOS
                MOVE W-HOJE TO NF-H-DATA
                DIVIDE W-HORA BY 100 GIVING NF-H-HORA
                WRITE REGAVISOS FROM NF-HEADER.
       ABRE-ARQUIVOS-FIM.
                EXIT.
      *
      *****************************************
      * FALTAS DO PERIODO (CADFALTA)           *
      *****************************************
       AVISA-FALTAS.
                READ CADFALTA NEXT RECORD
                   AT END
                      GO TO AVISA-FALTAS-FIM
                   NOT AT END
                      NEXT SENTENCE.
                ADD 1 TO W-CONT-LIDOS
                MOVE FAL-DATA TO W-DATA-EVT
                IF W-DATA-EVT < W-PARM-INICIO
                   OR W-DATA-EVT > W-PARM-DATA
                   GO TO AVISA-FALTAS.
                MOVE "F"           TO WCA-TIPO
                MOVE FAL-RM        TO WCA-RM
                MOVE FAL-TURMA     TO WCA-TURMA
                MOVE FAL-ANOLETIVO TO WCA-ANOLETIVO
                MOVE W-DATA-EVT    TO WCA-EVENTO
                PERFORM CONFERE-EVENTO THRU CONFERE-EVENTO-FIM
                IF W-CANAL = SPACE
                   GO TO AVISA-FALTAS.
                IF W-CANAL NOT = "X"
                   MOVE W-DATA-EVT TO W-DATA-AUX
                   PERFORM EDITA-DATA THRU EDITA-DATA-FIM
                   MOVE FAL-QTDAULAS TO W-QTD-ED
                   MOVE SPACES TO W-TEXTO
                   STRING "ESCOLA INFORMA: " DELIMITED BY SIZE
                          ALU-NOME DELIMITED BY "  "
                          " FALTOU NO DIA " DELIMITED BY SIZE
                          W-DATA-ED DELIMITED BY SIZE
                          " (" W-QTD-ED " AULA(S))." DELIMITED BY SIZE
                          INTO W-TEXTO
                   ADD 1 TO W-CONT-FALTAS.
                PERFORM EMITE-AVISO THRU EMITE-AVISO-FIM
                GO TO AVISA-FALTAS.
       AVISA-FALTAS-FIM.
                EXIT.
      *
      *****************************************
      * NOTAS DO BIMESTRE (CADNOTAMAT) DO ANO  *
      * LETIVO DA DATA DE REFERENCIA           *
      *****************************************
       AVISA-NOTAS.
                READ CADNOTAMAT NEXT RECORD
                   AT END
                      GO TO AVISA-NOTAS-FIM
                   NOT AT END
                      NEXT SENTENCE.
                ADD 1 TO W-CONT-LIDOS
                IF NM-SIT-EXCLUIDO
                   OR NM-ANOLETIVO NOT = W-REF-ANO
                   GO TO AVISA-NOTAS.
                MOVE NM-NOTAS TO W-NOTAS
                MOVE "N" TO W-MAT-ACHOU
                MOVE SPACES TO W-MAT-DENOM
                CALL "P201651" USING NM-MATERIA W-MAT-DENOM W-MAT-ACHOU
                PERFORM AVISA-NOTA-BIM THRU AVISA-NOTA-BIM-FIM
                  VARYING W-BIM FROM W-BIM-INI BY 1
                  UNTIL W-BIM > W-BIM-FIM
                GO TO AVISA-NOTAS.
       AVISA-NOTAS-FIM.
                EXIT.
      *
       AVISA-NOTA-BIM.
                IF W-NOTA (W-BIM) = ZEROS
                   GO TO AVISA-NOTA-BIM-FIM.
                MOVE NM-MATERIA TO WEN-MATERIA
                MOVE W-BIM      TO WEN-BIM
                MOVE "N"          TO WCA-TIPO
                MOVE NM-RM        TO WCA-RM
                MOVE NM-TURMA     TO WCA-TURMA
                MOVE NM-ANOLETIVO TO WCA-ANOLETIVO
                MOVE W-EVT-NOTA   TO WCA-EVENTO
                PERFORM CONFERE-EVENTO THRU CONFERE-EVENTO-FIM
                IF W-CANAL = SPACE
                   GO TO AVISA-NOTA-BIM-FIM.
                IF W-CANAL NOT = "X"
                   MOVE W-NOTA (W-BIM) TO W-NOTA-ED
                   MOVE SPACES TO W-TEXTO
                   STRING "ESCOLA INFORMA: NOTA DO " DELIMITED BY SIZE
                          W-BIM "O BIMESTRE EM " DELIMITED BY SIZE
                          W-MAT-DENOM DELIMITED BY "  "
                          " LANCADA PARA " DELIMITED BY SIZE
                          ALU-NOME DELIMITED BY "  "
                          ": " W-NOTA-ED "." DELIMITED BY SIZE
                          INTO W-TEXTO
                   ADD 1 TO W-CONT-NOTAS.
                PERFORM EMITE-AVISO THRU EMITE-AVISO-FIM.
       AVISA-NOTA-BIM-FIM.
                EXIT.
      *
      *****************************************
      * MENSALIDADES VENCIDAS EM ABERTO        *
      * (CADMENS)                              *
      *****************************************
       AVISA-MENS.
                READ CADMENS NEXT RECORD
                   AT END
                      GO TO AVISA-MENS-FIM
                   NOT AT END
                      NEXT SENTENCE.
                ADD 1 TO W-CONT-LIDOS
                IF NOT MEN-ABERTA
                   GO TO AVISA-MENS.
                MOVE MEN-VENCIMENTO TO W-DATA-EVT
                IF W-DATA-EVT NOT < W-PARM-DATA
                   GO TO AVISA-MENS.
                MOVE "M"           TO WCA-TIPO
                MOVE MEN-RM        TO WCA-RM
                MOVE MEN-TURMA     TO WCA-TURMA
                MOVE MEN-ANOLETIVO TO WCA-ANOLETIVO
                MOVE MEN-ANOMES    TO WCA-EVENTO
                PERFORM CONFERE-EVENTO THRU CONFERE-EVENTO-FIM
                IF W-CANAL = SPACE
                   GO TO AVISA-MENS.
                IF W-CANAL NOT = "X"
                   MOVE W-DATA-EVT TO W-DATA-AUX
                   PERFORM EDITA-DATA THRU EDITA-DATA-FIM
                   MOVE MEN-ANOMES TO W-ANOMES-AUX
                   MOVE WAA-MES TO WAE-MES
                   MOVE WAA-ANO TO WAE-ANO
                   MOVE MEN-VALOR  TO W-VALOR-ED
                   MOVE MEN-BOLETO TO W-BOLETO-ED
                   MOVE SPACES TO W-TEXTO
                   STRING "ESCOLA INFORMA: MENSALIDADE "
                                               DELIMITED BY SIZE
                          W-ANOMES-ED " DE " DELIMITED BY SIZE
                          ALU-NOME DELIMITED BY "  "
                          " VENCIDA EM " W-DATA-ED DELIMITED BY SIZE
                          " - R$" W-VALOR-ED DELIMITED BY SIZE
                          " - BOLETO " W-BOLETO-ED DELIMITED BY SIZE
                          INTO W-TEXTO
                   ADD 1 TO W-CONT-MENS.
                PERFORM EMITE-AVISO THRU EMITE-AVISO-FIM
                GO TO AVISA-MENS.
       AVISA-MENS-FIM.
                EXIT.
      *
      *****************************************
      * EVENTO JA NO LOG? SE NAO, RESOLVE O    *
      * CANAL PELO CADALUNO: S/E/A, OU X       *
      * (DESCARTADO). CANAL EM BRANCO = EVENTO *
      * JA TRATADO EM OUTRA NOITE              *
      *****************************************
       CONFERE-EVENTO.
                MOVE SPACE TO W-CANAL
                MOVE SPACES TO W-MOTIVO
                MOVE W-CHAVE-AVISO TO CHAVE-AVISO
                READ CADAVISO
                IF ST-AVISO = "00"
                   ADD 1 TO W-CONT-JA
                   GO TO CONFERE-EVENTO-FIM.
                MOVE "X" TO W-CANAL
                MOVE WCA-RM TO ALU-RM
                READ CADALUNO
                IF ST-ALUNO NOT = "00" OR ALU-SIT-EXCLUIDO
                   MOVE SPACES TO ALU-NOME
                   MOVE "RM FORA DO CADALUNO" TO W-MOTIVO
                   ADD 1 TO W-CONT-SEMALUNO
                   GO TO CONFERE-EVENTO-FIM.
                IF ALU-NOTIFICA-NAO
                   MOVE "FAMILIA NAO ACEITA AVISOS" TO W-MOTIVO
                   ADD 1 TO W-CONT-OPTOUT
                   GO TO CONFERE-EVENTO-FIM.
                MOVE ALU-RM TO W-CS-CHAVE
                CALL "P201801" USING W-CS-ORIGEM W-CS-CHAVE
                                     W-CS-FINALIDADE W-CS-PERMITE
                IF W-CS-PERMITE = "N"
                   MOVE "CONSENTIMENTO REVOGADO" TO W-MOTIVO
                   ADD 1 TO W-CONT-OPTOUT
                   GO TO CONFERE-EVENTO-FIM.
                IF ALU-TELEFONE NOT NUMERIC
                   MOVE ZEROS TO ALU-TELEFONE.
                IF ALU-DDD NOT NUMERIC
                   MOVE ZEROS TO ALU-DDD.
                IF ALU-TELEFONE = ZEROS AND ALU-EMAIL = SPACES
                   MOVE "SEM TELEFONE E SEM E-MAIL" TO W-MOTIVO
                   ADD 1 TO W-CONT-SEMCONT
                   GO TO CONFERE-EVENTO-FIM.
                IF ALU-TELEFONE = ZEROS
                   MOVE "E" TO W-CANAL
                   GO TO CONFERE-EVENTO-FIM.
                IF ALU-EMAIL = SPACES
                   MOVE "S" TO W-CANAL
                ELSE
                   MOVE "A" TO W-CANAL.
       CONFERE-EVENTO-FIM.
                EXIT.
      *
      *****************************************
      * GRAVA A LINHA DO PROVEDOR (SE NAO FOI  *
      * DESCARTADO), O LOG E O RELATORIO       *
      *****************************************
       EMITE-AVISO.
                MOVE ZEROS  TO LD-SEQ
                MOVE SPACES TO LD-SITUACAO
                IF W-CANAL = "X"
                   MOVE W-MOTIVO TO LD-SITUACAO
                   MOVE ZEROS TO AVI-SEQ-ARQ
                   GO TO EMITE-AVISO-LOG.
                ADD 1 TO W-SEQ
                MOVE W-SEQ        TO NF-SEQ LD-SEQ
                MOVE W-CANAL      TO NF-CANAL
                MOVE ALU-DDD      TO NF-DDD
                MOVE ALU-TELEFONE TO NF-TELEFONE
                MOVE ALU-EMAIL    TO NF-EMAIL
                MOVE WCA-RM       TO NF-RM
                MOVE WCA-TIPO     TO NF-EVENTO
                MOVE W-TEXTO      TO NF-TEXTO
                WRITE REGAVISOS FROM NF-DETALHE
                MOVE "ENVIADO" TO LD-SITUACAO
                MOVE W-SEQ TO AVI-SEQ-ARQ.
       EMITE-AVISO-LOG.
                MOVE W-CHAVE-AVISO TO CHAVE-AVISO
                MOVE W-HOJE  TO AVI-DATA-ENVIO
                MOVE W-CANAL TO AVI-CANAL
                WRITE REGAVISO
                MOVE WCA-TIPO   TO LD-TIPO
                MOVE WCA-RM     TO LD-RM
                MOVE ALU-NOME   TO LD-NOME
                MOVE W-CANAL    TO LD-CANAL
                MOVE WCA-EVENTO TO LD-EVENTO
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       EMITE-AVISO-FIM.
                EXIT.
      *
       EDITA-DATA.
                MOVE WDA-DIA TO WDE-DIA
                MOVE WDA-MES TO WDE-MES
                MOVE WDA-ANO TO WDE-ANO.
       EDITA-DATA-FIM.
                EXIT.
      *
       TOTAIS.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-FALTAS TO LT1-QTD
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-NOTAS TO LT2-QTD
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-MENS TO LT3-QTD
                MOVE LINHA-TOT3 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-SEQ TO LT4-QTD
                MOVE LINHA-TOT4 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-JA TO LT5-QTD
                MOVE LINHA-TOT5 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-OPTOUT TO LT6-QTD
                MOVE LINHA-TOT6 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-SEMCONT TO LT7-QTD
                MOVE LINHA-TOT7 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-SEMALUNO TO LT8-QTD
                MOVE LINHA-TOT8 TO LINHA-REL
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
