       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201753.
       AUTHOR. LEANDRO.
      **************************************************
      * ALERTA PRECOCE DE ALUNOS EM RISCO - JUNTA NUM SO *
      * RELATORIO OS TRES SINAIS QUE HOJE SAEM EM        *
      * RELATORIOS SEPARADOS: FREQUENCIA (FALTAS DO      *
      * CADNOTA, TOTALIZADAS PELO P201650), NOTAS        *
      * (CADNOTAMAT, MEDIA PONDERADA PELO CADPESO) E     *
      * MENSALIDADES EM ABERTO (CADMENS). CARTOES: ANO   *
      * LETIVO, BIMESTRE CORRENTE (1 A 4), AAAAMM DE     *
      * REFERENCIA DAS MENSALIDADES (ZEROS = MES ATUAL), *
      * FREQUENCIA MINIMA EM % (ZEROS = 75), QUANTIDADE  *
      * DE MATERIAS ABAIXO DA MEDIA QUE DISPARA O ALERTA *
      * (ZEROS = 2) E QUANTIDADE DE MESES EM ABERTO QUE  *
      * DISPARA O ALERTA (ZEROS = 2). A FREQUENCIA E     *
      * MEDIDA SOBRE AS AULAS DADAS ATE AGORA (CADDADAS  *
      * VIA P201749) OU, SEM LANCAMENTO, SOBRE A CARGA   *
      * PREVISTA (P201696) PROPORCIONAL AO BIMESTRE; A   *
      * MEDIA DE CADA MATERIA SO CONSIDERA OS BIMESTRES  *
      * JA CORRIDOS. CADA SINAL DISPARADO VALE UM PONTO; *
      * OS ALUNOS ATIVOS COM PONTO SAEM POR TURMA, DO    *
      * MAIOR PARA O MENOR, COM OS MOTIVOS MARCADOS E O  *
      * TELEFONE DO RESPONSAVEL (CADALUNO) PARA A        *
      * COORDENACAO LIGAR PARA A FAMILIA. SAI PELO       *
      * MODULO COMUM P201675.                            *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADNOTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-NOTA
                    FILE STATUS  IS ST-NOTA
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES.
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
       SELECT WORK-FILE ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADNOTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTA.DAT".
           COPY NOTAREC.
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
       SD WORK-FILE.
       01 WORK-REC.
                03 WK-TURMA       PIC X(05).
                03 WK-PONTOS      PIC 9(01).
                03 WK-NOME        PIC X(35).
                03 WK-RM          PIC 9(05).
                03 WK-FREQ        PIC 9(03)V99.
                03 WK-FALTAS      PIC 9(03).
                03 WK-AULAS       PIC 9(04).
                03 WK-BASE        PIC X(01).
                03 WK-MAT-ABAIXO  PIC 9(02).
                03 WK-MESES       PIC 9(02).
                03 WK-MOT-FREQ    PIC X(01).
                03 WK-MOT-NOTA    PIC X(01).
                03 WK-MOT-MENS    PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "ALUNOS EM RISCO - ALERTA PRECOCE".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201753".
       77 ST-NOTA           PIC X(02) VALUE "00".
       77 ST-NOTAMAT        PIC X(02) VALUE "00".
       77 ST-MENS           PIC X(02) VALUE "00".
       77 ST-ALUNO          PIC X(02) VALUE "00".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201753".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 W-PARM-ANO        PIC 9(04) VALUE ZEROS.
       77 W-PARM-BIMESTRE   PIC 9(01) VALUE ZEROS.
       77 W-PARM-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-PARM-FREQ       PIC 9(03) VALUE ZEROS.
       77 W-PARM-MATERIAS   PIC 9(02) VALUE ZEROS.
       77 W-PARM-MESES      PIC 9(02) VALUE ZEROS.
       77 W-NOTAMAT-ABERTO  PIC X(01) VALUE "N".
       77 W-MENS-ABERTO     PIC X(01) VALUE "N".
       77 W-ALUNO-ABERTO    PIC X(01) VALUE "N".
       77 W-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-CONT-RISCO      PIC 9(05) VALUE ZEROS.
       77 W-CONT-FREQ       PIC 9(05) VALUE ZEROS.
       77 W-CONT-NOTA       PIC 9(05) VALUE ZEROS.
       77 W-CONT-MENS       PIC 9(05) VALUE ZEROS.
       77 W-PRIMEIRA        PIC X(01) VALUE "S".
       77 W-TURMA-ANT       PIC X(05) VALUE SPACES.
       77 W-TUR-RISCO       PIC 9(05) VALUE ZEROS.
      *
      * BASE DE AULAS DA TURMA (CACHE DA ULTIMA TURMA CONSULTADA)
      *
       77 W-BASE-TURMA      PIC X(05) VALUE SPACES.
       77 W-BASE-AULAS      PIC 9(04) VALUE ZEROS.
       77 W-BASE-ORIGEM     PIC X(01) VALUE SPACE.
       77 W-AUL-MATERIA     PIC 9(02) VALUE ZEROS.
       77 W-AUL-ACHOU       PIC X(01) VALUE "N".
       77 W-AUL-PREVISTAS   PIC 9(04) VALUE ZEROS.
       77 W-DAD-BIMESTRE    PIC 9(01) VALUE ZEROS.
       77 W-DAD-QTD         PIC 9(04) VALUE ZEROS.
       77 W-DAD-ACHOU       PIC X(01) VALUE "N".
       77 W-FALTAS-ATE      PIC 9(03) VALUE ZEROS.
       77 W-FREQUENCIA      PIC 9(03)V99 VALUE ZEROS.
       77 W-MAT-ABAIXO      PIC 9(02) VALUE ZEROS.
       77 W-MESES-ABERTO    PIC 9(02) VALUE ZEROS.
       77 W-PONTOS          PIC 9(01) VALUE ZEROS.
      *
      * MEDIA PARCIAL: SO OS BIMESTRES JA CORRIDOS, COM OS PESOS DO
      * CADPESO (P201695)
      *
       77 PESO-B1           PIC 9(02) VALUE 1.
       77 PESO-B2           PIC 9(02) VALUE 1.
       77 PESO-B3           PIC 9(02) VALUE 1.
       77 PESO-B4           PIC 9(02) VALUE 1.
       77 W-PESO-ACHOU      PIC X(01) VALUE "N".
       77 W-SOMA-PESOS      PIC 9(03) VALUE ZEROS.
       77 W-SOMA-NOTAS      PIC 9(05)V99 VALUE ZEROS.
       77 W-MEDIA-PARCIAL   PIC 9(02)V99 VALUE ZEROS.
       77 W-MEDIA-MINIMA    PIC 9(02)V99 VALUE 5.
       01 W-HOJE.
                03 W-ANO-ATUAL     PIC 9(04).
                03 W-MES-ATUAL     PIC 9(02).
                03 W-DIA-ATUAL     PIC 9(02).
       01 W-HOJE-ANOMES REDEFINES W-HOJE.
                03 W-ANOMES-ATUAL  PIC 9(06).
                03 FILLER          PIC 9(02).
       01 LINHA-PARM1.
                03 FILLER        PIC X(13) VALUE "ANO LETIVO: ".
                03 LP-ANO        PIC 9(04).
                03 FILLER        PIC X(12) VALUE "  BIMESTRE: ".
                03 LP-BIMESTRE   PIC 9(01).
                03 FILLER        PIC X(26)
                    VALUE "  MENSALIDADES ATE (MES): ".
                03 LP-ANOMES     PIC 9(06).
       01 LINHA-PARM2.
                03 FILLER        PIC X(25)
                    VALUE "ALERTAS: FREQUENCIA < ".
                03 LP-FREQ       PIC ZZ9.
                03 FILLER        PIC X(04) VALUE " %; ".
                03 LP-MATERIAS   PIC Z9.
                03 FILLER        PIC X(30)
                    VALUE " OU MAIS MATERIAS ABAIXO DE 5;".
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LP-MESES      PIC Z9.
                03 FILLER        PIC X(29)
                    VALUE " OU MAIS MESES EM ABERTO".
       01 LINHA-TURMA.
                03 FILLER        PIC X(07) VALUE "TURMA: ".
                03 LT-TURMA      PIC X(05).
       01 LINHA-CAB1.
                03 FILLER        PIC X(42) VALUE
                   "   RM ALUNO".
                03 FILLER        PIC X(46) VALUE
                   "PTS  FREQ.%  FALTAS/AULAS  MAT<5  MESES ABERTO".
                03 FILLER        PIC X(30) VALUE
                   "  TELEFONE DO RESPONSAVEL".
       01 LINHA-DET.
                03 LD-RM         PIC ZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-NOME       PIC X(35).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-PONTOS     PIC 9.
                03 FILLER        PIC X(03) VALUE SPACES.
                03 LD-FREQ       PIC ZZ9,99.
                03 LD-MOT-FREQ   PIC X(01).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-FALTAS     PIC ZZ9.
                03 FILLER        PIC X(01) VALUE "/".
                03 LD-AULAS      PIC ZZZ9.
                03 LD-BASE       PIC X(01).
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LD-MAT-ABAIXO PIC Z9.
                03 LD-MOT-NOTA   PIC X(01).
                03 FILLER        PIC X(06) VALUE SPACES.
                03 LD-MESES      PIC Z9.
                03 LD-MOT-MENS   PIC X(01).
                03 FILLER        PIC X(07) VALUE SPACES.
                03 LD-DDD        PIC 9(02).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-TELEFONE   PIC 9(09).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-RESPONSAVEL PIC X(20).
       01 LINHA-LEGENDA     PIC X(80) VALUE
           "* = MOTIVO DO ALERTA   D = SOBRE AULAS DADAS   P = SOBRE PRE
      -    "VISTAS".
       01 LINHA-TOTTUR.
                03 FILLER        PIC X(30)
                    VALUE "ALUNOS EM RISCO NA TURMA...: ".
                03 LTT-QTD       PIC ZZZZ9.
       01 LINHA-TOT1.
                03 FILLER        PIC X(30)
                    VALUE "ALUNOS ATIVOS AVALIADOS....: ".
                03 LT1-QTD       PIC ZZZZZZ9.
       01 LINHA-TOT2.
                03 FILLER        PIC X(30)
                    VALUE "ALUNOS EM RISCO............: ".
                03 LT2-QTD       PIC ZZZZ9.
       01 LINHA-TOT3.
                03 FILLER        PIC X(30)
                    VALUE "  POR FREQUENCIA...........: ".
                03 LT3-QTD       PIC ZZZZ9.
       01 LINHA-TOT4.
                03 FILLER        PIC X(30)
                    VALUE "  POR NOTAS................: ".
                03 LT4-QTD       PIC ZZZZ9.
       01 LINHA-TOT5.
                03 FILLER        PIC X(30)
                    VALUE "  POR MENSALIDADES.........: ".
                03 LT5-QTD       PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                PERFORM ACEITA-PARM THRU ACEITA-PARM-FIM
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE W-PARM-ANO      TO LP-ANO
                MOVE W-PARM-BIMESTRE TO LP-BIMESTRE
                MOVE W-PARM-ANOMES   TO LP-ANOMES
                MOVE LINHA-PARM1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-PARM-FREQ     TO LP-FREQ
                MOVE W-PARM-MATERIAS TO LP-MATERIAS
                MOVE W-PARM-MESES    TO LP-MESES
                MOVE LINHA-PARM2 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-LEGENDA TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           SORT WORK-FILE
                ON ASCENDING KEY WK-TURMA
                   DESCENDING KEY WK-PONTOS
                   ASCENDING KEY WK-NOME
                INPUT PROCEDURE  IS AVALIA THRU AVALIA-FIM
                OUTPUT PROCEDURE IS LISTA THRU LISTA-FIM.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-LIDOS TO LT1-QTD
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-RISCO TO LT2-QTD
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-FREQ TO LT3-QTD
                MOVE LINHA-TOT3 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-NOTA TO LT4-QTD
                MOVE LINHA-TOT4 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-MENS TO LT5-QTD
                MOVE LINHA-TOT5 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE "F" TO W-RC-EVENTO
                MOVE W-CONT-LIDOS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                STOP RUN.
      *
      *****************************************
      * CARTOES DE PARAMETROS (SYSIN), COM OS  *
      * LIMITES PADRAO DA COORDENACAO QUANDO   *
      * VEM ZEROS                              *
      *****************************************
       ACEITA-PARM.
                ACCEPT W-PARM-ANO
                ACCEPT W-PARM-BIMESTRE
                ACCEPT W-PARM-ANOMES
                ACCEPT W-PARM-FREQ
                ACCEPT W-PARM-MATERIAS
                ACCEPT W-PARM-MESES
                IF W-PARM-ANO = ZEROS
                   DISPLAY "ANO LETIVO INVALIDO NO CARTAO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                IF W-PARM-BIMESTRE < 1 OR W-PARM-BIMESTRE > 4
                   DISPLAY "BIMESTRE INVALIDO NO CARTAO (1 A 4)"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                IF W-PARM-ANOMES = ZEROS
                   MOVE W-ANOMES-ATUAL TO W-PARM-ANOMES.
                IF W-PARM-FREQ = ZEROS OR W-PARM-FREQ > 100
                   MOVE 75 TO W-PARM-FREQ.
                IF W-PARM-MATERIAS = ZEROS
                   MOVE 2 TO W-PARM-MATERIAS.
                IF W-PARM-MESES = ZEROS
                   MOVE 2 TO W-PARM-MESES.
                MOVE "N" TO W-PESO-ACHOU
                CALL "P201695" USING W-PARM-ANO PESO-B1 PESO-B2
                                     PESO-B3 PESO-B4 W-PESO-ACHOU
                IF PESO-B1 + PESO-B2 + PESO-B3 + PESO-B4 = ZEROS
                   MOVE 1 TO PESO-B1 PESO-B2 PESO-B3 PESO-B4.
                COMPUTE W-SOMA-PESOS = PESO-B1
                IF W-PARM-BIMESTRE > 1
                   ADD PESO-B2 TO W-SOMA-PESOS.
                IF W-PARM-BIMESTRE > 2
                   ADD PESO-B3 TO W-SOMA-PESOS.
                IF W-PARM-BIMESTRE > 3
                   ADD PESO-B4 TO W-SOMA-PESOS.
       ACEITA-PARM-FIM.
                EXIT.
      *
      *****************************************
      * AVALIA CADA ALUNO ATIVO DO CADNOTA NO  *
      * ANO E SOLTA PARA O SORT OS QUE TEM AO  *
      * MENOS UM SINAL DISPARADO               *
      *****************************************
       AVALIA.
                OPEN INPUT CADNOTA
                IF ST-NOTA NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNOTA: "
                                                             ST-NOTA
                   MOVE 8 TO RETURN-CODE
                   GO TO AVALIA-FIM.
                OPEN INPUT CADNOTAMAT
                IF ST-NOTAMAT = "00"
                   MOVE "S" TO W-NOTAMAT-ABERTO.
                OPEN INPUT CADMENS
                IF ST-MENS = "00"
                   MOVE "S" TO W-MENS-ABERTO.
                OPEN INPUT CADALUNO
                IF ST-ALUNO = "00"
                   MOVE "S" TO W-ALUNO-ABERTO.
       AVALIA1.
                READ CADNOTA NEXT RECORD
                   AT END
                      GO TO AVALIA9
                   NOT AT END
                      NEXT SENTENCE.
                IF ANOLETIVO NOT = W-PARM-ANO
                   OR SIT-EXCLUIDO OR ALUNO-SAIU
                   GO TO AVALIA1.
                ADD 1 TO W-CONT-LIDOS
                MOVE ZEROS TO W-PONTOS
                MOVE SPACES TO WK-MOT-FREQ WK-MOT-NOTA WK-MOT-MENS
                PERFORM AVALIA-FREQ THRU AVALIA-FREQ-FIM
                PERFORM AVALIA-NOTAS THRU AVALIA-NOTAS-FIM
                PERFORM AVALIA-MENS THRU AVALIA-MENS-FIM
                IF W-PONTOS = ZEROS
                   GO TO AVALIA1.
                ADD 1 TO W-CONT-RISCO
                MOVE TURMA          TO WK-TURMA
                MOVE W-PONTOS       TO WK-PONTOS
                MOVE NOME           TO WK-NOME
                MOVE RM             TO WK-RM
                MOVE W-FREQUENCIA   TO WK-FREQ
                MOVE W-FALTAS-ATE   TO WK-FALTAS
                MOVE W-BASE-AULAS   TO WK-AULAS
                MOVE W-BASE-ORIGEM  TO WK-BASE
                MOVE W-MAT-ABAIXO   TO WK-MAT-ABAIXO
                MOVE W-MESES-ABERTO TO WK-MESES
                RELEASE WORK-REC
                GO TO AVALIA1.
       AVALIA9.
                CLOSE CADNOTA
                IF W-NOTAMAT-ABERTO = "S"
                   CLOSE CADNOTAMAT.
                IF W-MENS-ABERTO = "S"
                   CLOSE CADMENS.
       AVALIA-FIM.
                EXIT.
      *
      * FREQUENCIA ATE O BIMESTRE: FALTAS DOS BIMESTRES JA CORRIDOS
      * SOBRE AS AULAS DADAS DA TURMA ATE AGORA OU, SEM LANCAMENTO
      * NO CADDADAS, SOBRE A CARGA PREVISTA PROPORCIONAL
      *
       AVALIA-FREQ.
                IF TURMA NOT = W-BASE-TURMA
                   PERFORM BUSCA-BASE THRU BUSCA-BASE-FIM.
                MOVE FALTAS1 TO W-FALTAS-ATE
                IF W-PARM-BIMESTRE > 1
                   ADD FALTAS2 TO W-FALTAS-ATE.
                IF W-PARM-BIMESTRE > 2
                   ADD FALTAS3 TO W-FALTAS-ATE.
                IF W-PARM-BIMESTRE > 3
                   ADD FALTAS4 TO W-FALTAS-ATE.
                MOVE 100 TO W-FREQUENCIA
                IF W-BASE-AULAS = ZEROS
                   GO TO AVALIA-FREQ-FIM.
                IF W-FALTAS-ATE NOT < W-BASE-AULAS
                   MOVE ZEROS TO W-FREQUENCIA
                ELSE
                   COMPUTE W-FREQUENCIA ROUNDED =
                      (W-BASE-AULAS - W-FALTAS-ATE) * 100
                                                / W-BASE-AULAS.
                IF W-FREQUENCIA < W-PARM-FREQ
                   MOVE "*" TO WK-MOT-FREQ
                   ADD 1 TO W-PONTOS W-CONT-FREQ.
       AVALIA-FREQ-FIM.
                EXIT.
      *
       BUSCA-BASE.
                MOVE TURMA TO W-BASE-TURMA
                MOVE ZEROS TO W-AUL-MATERIA W-AUL-PREVISTAS
                MOVE "N" TO W-AUL-ACHOU
                CALL "P201696" USING W-BASE-TURMA W-PARM-ANO
                                     W-AUL-MATERIA W-AUL-PREVISTAS
                                     W-AUL-ACHOU
                IF W-AUL-ACHOU NOT = "S"
                   MOVE ZEROS TO W-AUL-PREVISTAS.
                COMPUTE W-BASE-AULAS ROUNDED =
                        W-AUL-PREVISTAS * W-PARM-BIMESTRE / 4
                MOVE "P" TO W-BASE-ORIGEM
                MOVE ZEROS TO W-DAD-BIMESTRE W-DAD-QTD
                MOVE "N" TO W-DAD-ACHOU
                CALL "P201749" USING W-BASE-TURMA W-PARM-ANO
                                     W-AUL-MATERIA W-DAD-BIMESTRE
                                     W-DAD-QTD W-DAD-ACHOU
                IF W-DAD-ACHOU = "S" AND W-DAD-QTD > ZEROS
                   MOVE W-DAD-QTD TO W-BASE-AULAS
                   MOVE "D" TO W-BASE-ORIGEM.
       BUSCA-BASE-FIM.
                EXIT.
      *
      * MATERIAS DO ALUNO COM MEDIA PARCIAL (BIMESTRES JA CORRIDOS,
      * PONDERADA) ABAIXO DA MEDIA DE APROVACAO
      *
       AVALIA-NOTAS.
                MOVE ZEROS TO W-MAT-ABAIXO
                IF W-NOTAMAT-ABERTO NOT = "S"
                   GO TO AVALIA-NOTAS-FIM.
                MOVE RM        TO NM-RM
                MOVE TURMA     TO NM-TURMA
                MOVE ANOLETIVO TO NM-ANOLETIVO
                MOVE ZEROS     TO NM-MATERIA
                START CADNOTAMAT KEY IS NOT < CHAVE-NOTAMAT
                IF ST-NOTAMAT NOT = "00"
                   GO TO AVALIA-NOTAS8.
       AVALIA-NOTAS1.
                READ CADNOTAMAT NEXT RECORD
                   AT END
                      GO TO AVALIA-NOTAS8
                   NOT AT END
                      NEXT SENTENCE.
                IF NM-RM NOT = RM
                   OR NM-TURMA NOT = TURMA
                   OR NM-ANOLETIVO NOT = ANOLETIVO
                   GO TO AVALIA-NOTAS8.
                IF NM-SIT-EXCLUIDO
                   GO TO AVALIA-NOTAS1.
                COMPUTE W-SOMA-NOTAS = NM-NOTA1 * PESO-B1
                IF W-PARM-BIMESTRE > 1
                   COMPUTE W-SOMA-NOTAS = W-SOMA-NOTAS
                                        + NM-NOTA2 * PESO-B2.
                IF W-PARM-BIMESTRE > 2
                   COMPUTE W-SOMA-NOTAS = W-SOMA-NOTAS
                                        + NM-NOTA3 * PESO-B3.
                IF W-PARM-BIMESTRE > 3
                   COMPUTE W-SOMA-NOTAS = W-SOMA-NOTAS
                                        + NM-NOTA4 * PESO-B4.
                MOVE ZEROS TO W-MEDIA-PARCIAL
                IF W-SOMA-PESOS > ZEROS
                   COMPUTE W-MEDIA-PARCIAL ROUNDED =
                           W-SOMA-NOTAS / W-SOMA-PESOS.
                IF W-MEDIA-PARCIAL < W-MEDIA-MINIMA
                   ADD 1 TO W-MAT-ABAIXO.
                GO TO AVALIA-NOTAS1.
       AVALIA-NOTAS8.
                IF W-MAT-ABAIXO NOT < W-PARM-MATERIAS
                   MOVE "*" TO WK-MOT-NOTA
                   ADD 1 TO W-PONTOS W-CONT-NOTA.
       AVALIA-NOTAS-FIM.
                EXIT.
      *
      * MENSALIDADES DA TURMA/ANO AINDA ABERTAS COM REFERENCIA ATE O
      * AAAAMM DO CARTAO
      *
       AVALIA-MENS.
                MOVE ZEROS TO W-MESES-ABERTO
                IF W-MENS-ABERTO NOT = "S"
                   GO TO AVALIA-MENS-FIM.
                MOVE RM        TO MEN-RM
                MOVE TURMA     TO MEN-TURMA
                MOVE ANOLETIVO TO MEN-ANOLETIVO
                MOVE ZEROS     TO MEN-ANOMES
                START CADMENS KEY IS NOT < CHAVE-MENS
                IF ST-MENS NOT = "00"
                   GO TO AVALIA-MENS8.
       AVALIA-MENS1.
                READ CADMENS NEXT RECORD
                   AT END
                      GO TO AVALIA-MENS8
                   NOT AT END
                      NEXT SENTENCE.
                IF MEN-RM NOT = RM
                   OR MEN-TURMA NOT = TURMA
                   OR MEN-ANOLETIVO NOT = ANOLETIVO
                   OR MEN-ANOMES > W-PARM-ANOMES
                   GO TO AVALIA-MENS8.
                IF MEN-ABERTA
                   ADD 1 TO W-MESES-ABERTO.
                GO TO AVALIA-MENS1.
       AVALIA-MENS8.
                IF W-MESES-ABERTO NOT < W-PARM-MESES
                   MOVE "*" TO WK-MOT-MENS
                   ADD 1 TO W-PONTOS W-CONT-MENS.
       AVALIA-MENS-FIM.
                EXIT.
      *
      *****************************************
      * LISTAGEM POR TURMA, DO ALUNO COM MAIS  *
      * SINAIS PARA O COM MENOS                *
      *****************************************
       LISTA.
                MOVE "S" TO W-PRIMEIRA.
       LISTA1.
                RETURN WORK-FILE
                   AT END
                      GO TO LISTA9
                   NOT AT END
                      NEXT SENTENCE.
                IF W-PRIMEIRA = "S"
                   MOVE "N" TO W-PRIMEIRA
                   MOVE WK-TURMA TO W-TURMA-ANT
                   PERFORM CABECALHO-TURMA THRU CABECALHO-TURMA-FIM.
                IF WK-TURMA NOT = W-TURMA-ANT
                   PERFORM TOTAL-TURMA THRU TOTAL-TURMA-FIM
                   MOVE WK-TURMA TO W-TURMA-ANT
                   PERFORM CABECALHO-TURMA THRU CABECALHO-TURMA-FIM.
                MOVE ZEROS TO LD-DDD LD-TELEFONE
                MOVE SPACES TO LD-RESPONSAVEL
                IF W-ALUNO-ABERTO = "S"
                   MOVE WK-RM TO ALU-RM
                   READ CADALUNO
                   IF ST-ALUNO = "00"
                      MOVE ALU-DDD         TO LD-DDD
                      MOVE ALU-TELEFONE    TO LD-TELEFONE
                      MOVE ALU-RESPONSAVEL TO LD-RESPONSAVEL.
                MOVE WK-RM         TO LD-RM
                MOVE WK-NOME       TO LD-NOME
                MOVE WK-PONTOS     TO LD-PONTOS
                MOVE WK-FREQ       TO LD-FREQ
                MOVE WK-MOT-FREQ   TO LD-MOT-FREQ
                MOVE WK-FALTAS     TO LD-FALTAS
                MOVE WK-AULAS      TO LD-AULAS
                MOVE WK-BASE       TO LD-BASE
                MOVE WK-MAT-ABAIXO TO LD-MAT-ABAIXO
                MOVE WK-MOT-NOTA   TO LD-MOT-NOTA
                MOVE WK-MESES      TO LD-MESES
                MOVE WK-MOT-MENS   TO LD-MOT-MENS
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                ADD 1 TO W-TUR-RISCO
                GO TO LISTA1.
       LISTA9.
                IF W-PRIMEIRA = "N"
                   PERFORM TOTAL-TURMA THRU TOTAL-TURMA-FIM.
                IF W-ALUNO-ABERTO = "S"
                   CLOSE CADALUNO.
       LISTA-FIM.
                EXIT.
      *
       CABECALHO-TURMA.
                MOVE ZEROS TO W-TUR-RISCO
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-TURMA-ANT TO LT-TURMA
                MOVE LINHA-TURMA TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       CABECALHO-TURMA-FIM.
                EXIT.
      *
       TOTAL-TURMA.
                MOVE W-TUR-RISCO TO LTT-QTD
                MOVE LINHA-TOTTUR TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       TOTAL-TURMA-FIM.
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
