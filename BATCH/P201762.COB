       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201762.
       AUTHOR. LEANDRO.
      **************************************************
      * GUIA DE TRANSFERENCIA DO ALUNO QUE SAIU NO MEIO  *
      * DO ANO (CADSAIDA, GRAVADO PELO FP201761). A      *
      * MATRICULA (RM + TURMA + ANO LETIVO) VEM DE UM    *
      * CARTAO SYSIN. IMPRIME OS DADOS DO ALUNO          *
      * (P201689), A DATA, O MOTIVO E A ESCOLA DE        *
      * DESTINO E, POR MATERIA, AS NOTAS BIMESTRAIS JA   *
      * LANCADAS (CADNOTAMAT), A MEDIA PARCIAL (MEDIACLC *
      * SO COM OS BIMESTRES QUE TEM NOTA), AS AULAS      *
      * DADAS ATE A SAIDA (CADDADAS), AS FALTAS E A      *
      * FREQUENCIA. AS FALTAS DO CADFALTA SAO POR DIA;   *
      * ELAS SAO DISTRIBUIDAS PELAS MATERIAS SEGUINDO O  *
      * HORARIO SEMANAL DA TURMA (CADHORARIO) NA ORDEM   *
      * DOS PERIODOS DO DIA. NO RODAPE VAI A FREQUENCIA  *
      * GERAL E OS CAMPOS DE ASSINATURA. A DATA DE       *
      * EMISSAO FICA GRAVADA EM SAI-GUIA-DATA. SAI PELO  *
      * MODULO COMUM P201675.                            *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADSAIDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-SAIDA
                    FILE STATUS  IS ST-SAIDA.
       SELECT CADNOTAMAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NOTAMAT
                    FILE STATUS  IS ST-NOTAMAT.
       SELECT CADDADAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-DADAS
                    FILE STATUS  IS ST-DADAS.
       SELECT CADFALTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FALTA
                    FILE STATUS  IS ST-FALTA.
       SELECT CADHORARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-HORARIO
                    FILE STATUS  IS ST-HORARIO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSAIDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSAIDA.DAT".
           COPY SAIDAREC.
       FD CADNOTAMAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTAMAT.DAT".
           COPY NOTAMATREC.
       FD CADDADAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDADAS.DAT".
           COPY DADASREC.
       FD CADFALTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFALTA.DAT".
           COPY FALTAREC.
       FD CADHORARIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHORARIO.DAT".
           COPY HORARIOREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "GUIA DE TRANSFERENCIA".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201762".
       77 ST-SAIDA          PIC X(02) VALUE "00".
       77 ST-NOTAMAT        PIC X(02) VALUE "00".
       77 ST-DADAS          PIC X(02) VALUE "00".
       77 ST-FALTA          PIC X(02) VALUE "00".
       77 ST-HORARIO        PIC X(02) VALUE "00".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201762".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 W-PARM-RM         PIC 9(05) VALUE ZEROS.
       77 W-PARM-TURMA      PIC X(05) VALUE SPACES.
       77 W-PARM-ANOLETIVO  PIC 9(04) VALUE ZEROS.
       77 W-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-QTD-MAT         PIC 9(02) COMP VALUE ZEROS.
       77 W-IND             PIC 9(02) COMP VALUE ZEROS.
       77 W-IND-MAT         PIC 9(02) COMP VALUE ZEROS.
       77 W-ACHOU-MAT       PIC 9(02) COMP VALUE ZEROS.
       77 W-MATERIA         PIC 9(02) VALUE ZEROS.
       77 W-PERIODO         PIC 9(02) VALUE ZEROS.
       77 W-RESTA           PIC 9(02) VALUE ZEROS.
       77 W-DIASEMANA       PIC 9(01) VALUE ZEROS.
       77 W-TOT-DADAS       PIC 9(05) VALUE ZEROS.
       77 W-TOT-FALTAS      PIC 9(05) VALUE ZEROS.
       77 W-SEM-HORARIO     PIC 9(05) VALUE ZEROS.
       77 W-FREQ            PIC 9(03)V99 VALUE ZEROS.
       77 W-MAT-DENOM       PIC X(25) VALUE SPACES.
       77 W-MAT-ACHOU       PIC X(01) VALUE "N".
       77 W-ALU-NOME        PIC X(35) VALUE SPACES.
       77 W-ALU-SEXO        PIC X(01) VALUE SPACE.
       01 W-ALU-DATANASC    PIC 9(08) VALUE ZEROS.
       01 W-ALU-NASC REDEFINES W-ALU-DATANASC.
                03 W-NASC-DIA      PIC 9(02).
                03 W-NASC-MES      PIC 9(02).
                03 W-NASC-ANO      PIC 9(04).
       77 W-ALU-ACHOU       PIC X(01) VALUE "N".
       77 W-PESO-ACHOU      PIC X(01) VALUE "N".
       77 W-PESO1           PIC 9(02) VALUE 1.
       77 W-PESO2           PIC 9(02) VALUE 1.
       77 W-PESO3           PIC 9(02) VALUE 1.
       77 W-PESO4           PIC 9(02) VALUE 1.
       01 MEDIA             PIC Z9,99.
       77 NOTA-B1           PIC 9(02)V99 VALUE ZEROS.
       77 NOTA-B2           PIC 9(02)V99 VALUE ZEROS.
       77 NOTA-B3           PIC 9(02)V99 VALUE ZEROS.
       77 NOTA-B4           PIC 9(02)V99 VALUE ZEROS.
       77 NOTA-BREC         PIC 9(02)V99 VALUE ZEROS.
       77 PESO-B1           PIC 9(02) VALUE 1.
       77 PESO-B2           PIC 9(02) VALUE 1.
       77 PESO-B3           PIC 9(02) VALUE 1.
       77 PESO-B4           PIC 9(02) VALUE 1.
       77 SOMA-PESOS        PIC 9(03) VALUE ZEROS.
       77 MEDIA-PONDERADA   PIC 9(02)V99 VALUE ZEROS.
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
      *
      * UMA ENTRADA POR MATERIA: AS DO CADNOTAMAT E AS QUE APARECEM NO
      * HORARIO DOS DIAS DE FALTA MESMO SEM NOTA LANCADA
      *
       01 W-TAB-MATERIAS.
                03 TM-ITEM OCCURS 30 TIMES.
                   05 TM-MATERIA    PIC 9(02).
                   05 TM-NOTA1      PIC 9(02)V99.
                   05 TM-NOTA2      PIC 9(02)V99.
                   05 TM-NOTA3      PIC 9(02)V99.
                   05 TM-NOTA4      PIC 9(02)V99.
                   05 TM-DADAS      PIC 9(04).
                   05 TM-FALTAS     PIC 9(04).
       01 LINHA-ALUNO.
                03 FILLER        PIC X(07) VALUE "ALUNO: ".
                03 LA-NOME       PIC X(35).
                03 FILLER        PIC X(05) VALUE " RM: ".
                03 LA-RM         PIC ZZZZ9.
                03 FILLER        PIC X(13) VALUE "  NASCIMENTO:".
                03 LA-NASC-DIA   PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LA-NASC-MES   PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LA-NASC-ANO   PIC 9(04).
       01 LINHA-TURMA.
                03 FILLER        PIC X(07) VALUE "TURMA: ".
                03 LT-TURMA      PIC X(05).
                03 FILLER        PIC X(13) VALUE " ANO LETIVO: ".
                03 LT-ANO        PIC 9(04).
       01 LINHA-SAIDA.
                03 FILLER        PIC X(16) VALUE "DATA DA SAIDA: ".
                03 LS-DIA        PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LS-MES        PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LS-ANO        PIC 9(04).
                03 FILLER        PIC X(10) VALUE "  MOTIVO: ".
                03 LS-MOTIVO     PIC X(12).
       01 LINHA-DESTINO.
                03 FILLER        PIC X(19) VALUE "ESCOLA DE DESTINO: ".
                03 LE-ESCOLA     PIC X(40).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LE-CIDADE     PIC X(20).
                03 FILLER        PIC X(01) VALUE "-".
                03 LE-UF         PIC X(02).
       01 LINHA-CAB1.
                03 FILLER        PIC X(45) VALUE
                   "MATERIA                    NOTA1 NOTA2 NOTA3 ".
                03 FILLER        PIC X(45) VALUE
                   "NOTA4 MEDIA PARC. AULAS FALTAS FREQ.%".
       01 LINHA-DET.
                03 LD-MATERIA    PIC X(25).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-NOTA1      PIC Z9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-NOTA2      PIC Z9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-NOTA3      PIC Z9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-NOTA4      PIC Z9,99.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-MEDIA      PIC Z9,99.
                03 FILLER        PIC X(05) VALUE SPACES.
                03 LD-DADAS      PIC ZZZ9.
                03 FILLER        PIC X(03) VALUE SPACES.
                03 LD-FALTAS     PIC ZZZ9.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-FREQ       PIC ZZ9,99.
       01 LINHA-TOT1.
                03 FILLER        PIC X(30)
                    VALUE "AULAS DADAS ATE A SAIDA.....: ".
                03 LT1-QTD       PIC ZZZZ9.
       01 LINHA-TOT2.
                03 FILLER        PIC X(30)
                    VALUE "FALTAS ATE A SAIDA..........: ".
                03 LT2-QTD       PIC ZZZZ9.
                03 FILLER        PIC X(23)
                    VALUE "  (FORA DO HORARIO:".
                03 LT2-SEMHOR    PIC ZZZZ9.
                03 FILLER        PIC X(01) VALUE ")".
       01 LINHA-TOT3.
                03 FILLER        PIC X(30)
                    VALUE "FREQUENCIA GERAL............: ".
                03 LT3-FREQ      PIC ZZ9,99.
                03 FILLER        PIC X(02) VALUE " %".
       01 LINHA-ASSINA1.
                03 FILLER        PIC X(30) VALUE ALL "_".
                03 FILLER        PIC X(04) VALUE SPACES.
                03 FILLER        PIC X(30) VALUE ALL "_".
       01 LINHA-ASSINA2     PIC X(80) VALUE
           "      SECRETARIO(A) ESCOLAR               DIRETOR(A)".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                ACCEPT W-PARM-RM
                ACCEPT W-PARM-TURMA
                ACCEPT W-PARM-ANOLETIVO
                IF W-PARM-RM = ZEROS OR W-PARM-TURMA = SPACES
                   OR W-PARM-ANOLETIVO = ZEROS
                   DISPLAY "CARTAO DE PARAMETRO INVALIDO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN I-O CADSAIDA
                IF ST-SAIDA NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSAIDA: "
                                                             ST-SAIDA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE W-PARM-RM        TO SAI-RM
                MOVE W-PARM-TURMA     TO SAI-TURMA
                MOVE W-PARM-ANOLETIVO TO SAI-ANOLETIVO
                READ CADSAIDA
                IF ST-SAIDA NOT = "00"
                   DISPLAY "ALUNO SEM SAIDA REGISTRADA: " W-PARM-RM
                           " " W-PARM-TURMA " " W-PARM-ANOLETIVO
                   CLOSE CADSAIDA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADNOTAMAT
                IF ST-NOTAMAT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNOTAMAT: "
                                                           ST-NOTAMAT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADDADAS
                IF ST-DADAS NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDADAS: "
                                                             ST-DADAS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADFALTA
                IF ST-FALTA NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFALTA: "
                                                             ST-FALTA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADHORARIO
                IF ST-HORARIO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADHORARIO: "
                                                           ST-HORARIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
      *
      * A DATA DE EMISSAO FICA NO CADSAIDA (E APARECE NA TELA DO
      * FP201761) - GRAVADA ANTES DA IMPRESSAO, PARA QUE NAO SAIA
      * GUIA SEM O REGISTRO DA EMISSAO
      *
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE-NUM TO SAI-GUIA-DATA
                REWRITE REGSAIDA
                IF ST-SAIDA NOT = "00" AND ST-SAIDA NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DA EMISSAO NO CADSAIDA: "
                                                             ST-SAIDA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                PERFORM IMPRIME-ALUNO THRU IMPRIME-ALUNO-FIM
                MOVE ZEROS TO W-QTD-MAT
                PERFORM CARREGA-NOTAS THRU CARREGA-NOTAS-FIM
                PERFORM CONTA-FALTAS THRU CONTA-FALTAS-FIM
                PERFORM CONTA-DADAS THRU CONTA-DADAS-FIM
                  VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-MAT
                MOVE "N" TO W-PESO-ACHOU
                CALL "P201695" USING SAI-ANOLETIVO W-PESO1 W-PESO2
                                     W-PESO3 W-PESO4 W-PESO-ACHOU
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                PERFORM IMPRIME-MATERIA THRU IMPRIME-MATERIA-FIM
                  VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-MAT
                PERFORM IMPRIME-RODAPE THRU IMPRIME-RODAPE-FIM
                CLOSE CADNOTAMAT CADDADAS CADFALTA CADHORARIO
                CLOSE CADSAIDA.
       FINALIZA.
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE "F" TO W-RC-EVENTO
                MOVE W-CONT-LIDOS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                STOP RUN.
      *
       IMPRIME-ALUNO.
                MOVE "N" TO W-ALU-ACHOU
                MOVE SPACES TO W-ALU-NOME
                MOVE ZEROS TO W-ALU-DATANASC
                CALL "P201689" USING SAI-RM W-ALU-NOME W-ALU-SEXO
                                     W-ALU-DATANASC W-ALU-ACHOU
                MOVE W-ALU-NOME TO LA-NOME
                MOVE SAI-RM TO LA-RM
                MOVE W-NASC-DIA TO LA-NASC-DIA
                MOVE W-NASC-MES TO LA-NASC-MES
                MOVE W-NASC-ANO TO LA-NASC-ANO
                MOVE LINHA-ALUNO TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE SAI-TURMA TO LT-TURMA
                MOVE SAI-ANOLETIVO TO LT-ANO
                MOVE LINHA-TURMA TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE SAI-DATA TO W-DATA-NUM
                MOVE WD-DIA TO LS-DIA
                MOVE WD-MES TO LS-MES
                MOVE WD-ANO TO LS-ANO
                IF SAI-TRANSFERIDO
                   MOVE "TRANSFERIDO" TO LS-MOTIVO.
                IF SAI-DESISTENTE
                   MOVE "DESISTENTE" TO LS-MOTIVO.
                IF SAI-FALECIDO
                   MOVE "FALECIDO" TO LS-MOTIVO.
                MOVE LINHA-SAIDA TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                IF NOT SAI-TRANSFERIDO
                   GO TO IMPRIME-ALUNO-FIM.
                MOVE SAI-ESCOLA TO LE-ESCOLA
                MOVE SAI-CIDADE TO LE-CIDADE
                MOVE SAI-UF     TO LE-UF
                MOVE LINHA-DESTINO TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-ALUNO-FIM.
                EXIT.
      *
      *****************************************
      * MATERIAS COM NOTA LANCADA NO CADNOTAMAT*
      *****************************************
       CARREGA-NOTAS.
                MOVE SAI-RM        TO NM-RM
                MOVE SAI-TURMA     TO NM-TURMA
                MOVE SAI-ANOLETIVO TO NM-ANOLETIVO
                MOVE ZEROS         TO NM-MATERIA
                START CADNOTAMAT KEY IS NOT LESS THAN CHAVE-NOTAMAT
                   INVALID KEY
                      GO TO CARREGA-NOTAS-FIM.
       CARREGA-NOTAS1.
                READ CADNOTAMAT NEXT RECORD
                   AT END
                      GO TO CARREGA-NOTAS-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF NM-RM NOT = SAI-RM OR NM-TURMA NOT = SAI-TURMA
                   OR NM-ANOLETIVO NOT = SAI-ANOLETIVO
                   GO TO CARREGA-NOTAS-FIM.
                ADD 1 TO W-CONT-LIDOS
                IF NM-SIT-EXCLUIDO
                   GO TO CARREGA-NOTAS1.
                MOVE NM-MATERIA TO W-MATERIA
                PERFORM ACHA-MATERIA THRU ACHA-MATERIA-FIM
                IF W-ACHOU-MAT = ZEROS
                   GO TO CARREGA-NOTAS1.
                MOVE NM-NOTA1 TO TM-NOTA1 (W-ACHOU-MAT)
                MOVE NM-NOTA2 TO TM-NOTA2 (W-ACHOU-MAT)
                MOVE NM-NOTA3 TO TM-NOTA3 (W-ACHOU-MAT)
                MOVE NM-NOTA4 TO TM-NOTA4 (W-ACHOU-MAT)
                GO TO CARREGA-NOTAS1.
       CARREGA-NOTAS-FIM.
                EXIT.
      *
      *****************************************
      * FALTAS ATE A DATA DA SAIDA: CADA DIA   *
      * DE FALTA (FAL-QTDAULAS AULAS) CAI NOS  *
      * PRIMEIROS PERIODOS DO HORARIO DA TURMA *
      * NAQUELE DIA DA SEMANA                  *
      *****************************************
       CONTA-FALTAS.
                MOVE SAI-RM        TO FAL-RM
                MOVE SAI-TURMA     TO FAL-TURMA
                MOVE SAI-ANOLETIVO TO FAL-ANOLETIVO
                MOVE ZEROS         TO FAL-DATA
                START CADFALTA KEY IS NOT LESS THAN CHAVE-FALTA
                   INVALID KEY
                      GO TO CONTA-FALTAS-FIM.
       CONTA-FALTAS1.
                READ CADFALTA NEXT RECORD
                   AT END
                      GO TO CONTA-FALTAS-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF FAL-RM NOT = SAI-RM OR FAL-TURMA NOT = SAI-TURMA
                   OR FAL-ANOLETIVO NOT = SAI-ANOLETIVO
                   GO TO CONTA-FALTAS-FIM.
                IF FAL-DATA > SAI-DATA
                   GO TO CONTA-FALTAS-FIM.
                ADD 1 TO W-CONT-LIDOS
                ADD FAL-QTDAULAS TO W-TOT-FALTAS
                MOVE FAL-QTDAULAS TO W-RESTA
                MOVE FAL-DATA TO W-DATA-NUM
                PERFORM DIA-SEMANA THRU DIA-SEMANA-FIM
                PERFORM FALTA-PERIODO THRU FALTA-PERIODO-FIM
                  VARYING W-PERIODO FROM 1 BY 1
                    UNTIL W-PERIODO > 9 OR W-RESTA = ZEROS
                ADD W-RESTA TO W-SEM-HORARIO
                GO TO CONTA-FALTAS1.
       CONTA-FALTAS-FIM.
                EXIT.
      *
       FALTA-PERIODO.
                MOVE SAI-TURMA     TO HOR-TURMA
                MOVE SAI-ANOLETIVO TO HOR-ANOLETIVO
                MOVE W-DIASEMANA   TO HOR-DIASEMANA
                MOVE W-PERIODO     TO HOR-PERIODO
                READ CADHORARIO
                IF ST-HORARIO NOT = "00"
                   GO TO FALTA-PERIODO-FIM.
                MOVE HOR-MATERIA TO W-MATERIA
                PERFORM ACHA-MATERIA THRU ACHA-MATERIA-FIM
                IF W-ACHOU-MAT = ZEROS
                   GO TO FALTA-PERIODO-FIM.
                ADD 1 TO TM-FALTAS (W-ACHOU-MAT)
                SUBTRACT 1 FROM W-RESTA.
       FALTA-PERIODO-FIM.
                EXIT.
      *
      *****************************************
      * AULAS DADAS DA MATERIA NA TURMA ATE A  *
      * DATA DA SAIDA                          *
      *****************************************
       CONTA-DADAS.
                MOVE SAI-TURMA            TO DAD-TURMA
                MOVE SAI-ANOLETIVO        TO DAD-ANOLETIVO
                MOVE TM-MATERIA (W-IND)   TO DAD-MATERIA
                MOVE ZEROS                TO DAD-DATA
                START CADDADAS KEY IS NOT LESS THAN CHAVE-DADAS
                   INVALID KEY
                      GO TO CONTA-DADAS-FIM.
       CONTA-DADAS1.
                READ CADDADAS NEXT RECORD
                   AT END
                      GO TO CONTA-DADAS-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF DAD-TURMA NOT = SAI-TURMA
                   OR DAD-ANOLETIVO NOT = SAI-ANOLETIVO
                   OR DAD-MATERIA NOT = TM-MATERIA (W-IND)
                   GO TO CONTA-DADAS-FIM.
                IF DAD-DATA > SAI-DATA
                   GO TO CONTA-DADAS-FIM.
                ADD 1 TO W-CONT-LIDOS
                ADD DAD-QTDAULAS TO TM-DADAS (W-IND)
                GO TO CONTA-DADAS1.
       CONTA-DADAS-FIM.
                EXIT.
      *
      *****************************************
      * LOCALIZA W-MATERIA NA TABELA, INCLUINDO*
      * SE AINDA NAO ESTA (ZERO = TABELA CHEIA)*
      *****************************************
       ACHA-MATERIA.
                MOVE ZEROS TO W-ACHOU-MAT
                PERFORM ACHA-MATERIA1 THRU ACHA-MATERIA1-FIM
                  VARYING W-IND-MAT FROM 1 BY 1
                    UNTIL W-IND-MAT > W-QTD-MAT OR W-ACHOU-MAT > ZEROS
                IF W-ACHOU-MAT > ZEROS OR W-QTD-MAT = 30
                   GO TO ACHA-MATERIA-FIM.
                ADD 1 TO W-QTD-MAT
                MOVE W-QTD-MAT TO W-ACHOU-MAT
                MOVE W-MATERIA TO TM-MATERIA (W-ACHOU-MAT)
                MOVE ZEROS TO TM-NOTA1 (W-ACHOU-MAT)
                              TM-NOTA2 (W-ACHOU-MAT)
                              TM-NOTA3 (W-ACHOU-MAT)
                              TM-NOTA4 (W-ACHOU-MAT)
                              TM-DADAS (W-ACHOU-MAT)
                              TM-FALTAS (W-ACHOU-MAT).
       ACHA-MATERIA-FIM.
                EXIT.
       ACHA-MATERIA1.
                IF TM-MATERIA (W-IND-MAT) = W-MATERIA
                   MOVE W-IND-MAT TO W-ACHOU-MAT.
       ACHA-MATERIA1-FIM.
                EXIT.
      *
      *****************************************
      * LINHA DA MATERIA: A MEDIA PARCIAL SO   *
      * PESA OS BIMESTRES COM NOTA LANCADA     *
      *****************************************
       IMPRIME-MATERIA.
                MOVE "N" TO W-MAT-ACHOU
                MOVE SPACES TO W-MAT-DENOM
                CALL "P201651" USING TM-MATERIA (W-IND) W-MAT-DENOM
                                     W-MAT-ACHOU
                MOVE W-MAT-DENOM TO LD-MATERIA
                MOVE TM-NOTA1 (W-IND) TO NOTA-B1 LD-NOTA1
                MOVE TM-NOTA2 (W-IND) TO NOTA-B2 LD-NOTA2
                MOVE TM-NOTA3 (W-IND) TO NOTA-B3 LD-NOTA3
                MOVE TM-NOTA4 (W-IND) TO NOTA-B4 LD-NOTA4
                MOVE W-PESO1 TO PESO-B1
                MOVE W-PESO2 TO PESO-B2
                MOVE W-PESO3 TO PESO-B3
                MOVE W-PESO4 TO PESO-B4
                IF NOTA-B1 = ZEROS MOVE ZEROS TO PESO-B1.
                IF NOTA-B2 = ZEROS MOVE ZEROS TO PESO-B2.
                IF NOTA-B3 = ZEROS MOVE ZEROS TO PESO-B3.
                IF NOTA-B4 = ZEROS MOVE ZEROS TO PESO-B4.
                PERFORM CALC-MEDIA THRU CALC-MEDIA-FIM
                MOVE MEDIA TO LD-MEDIA
                MOVE TM-DADAS (W-IND)  TO LD-DADAS
                MOVE TM-FALTAS (W-IND) TO LD-FALTAS
                ADD TM-DADAS (W-IND) TO W-TOT-DADAS
                MOVE 100 TO W-FREQ
                IF TM-DADAS (W-IND) > ZEROS
                   IF TM-FALTAS (W-IND) NOT < TM-DADAS (W-IND)
                      MOVE ZEROS TO W-FREQ
                   ELSE
                      COMPUTE W-FREQ ROUNDED =
                         (TM-DADAS (W-IND) - TM-FALTAS (W-IND)) * 100
                         / TM-DADAS (W-IND).
                MOVE W-FREQ TO LD-FREQ
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-MATERIA-FIM.
                EXIT.
      *
       IMPRIME-RODAPE.
                MOVE W-TOT-DADAS TO LT1-QTD
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-TOT-FALTAS TO LT2-QTD
                MOVE W-SEM-HORARIO TO LT2-SEMHOR
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE 100 TO W-FREQ
                IF W-TOT-DADAS > ZEROS
                   IF W-TOT-FALTAS NOT < W-TOT-DADAS
                      MOVE ZEROS TO W-FREQ
                   ELSE
                      COMPUTE W-FREQ ROUNDED =
                         (W-TOT-DADAS - W-TOT-FALTAS) * 100
                         / W-TOT-DADAS.
                MOVE W-FREQ TO LT3-FREQ
                MOVE LINHA-TOT3 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-ASSINA1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-ASSINA2 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-RODAPE-FIM.
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
           COPY MEDIACLC.
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
