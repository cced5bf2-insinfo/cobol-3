      * NOTAS/FALTAS ZERADAS. REPROVADOS, REPOSICAO E    *
      * RECUPERACAO SAEM LISTADOS A PARTE PARA DECISAO   *
      * MANUAL, E O RELATORIO MOSTRA TUDO O QUE FOI      *
      * CRIADO. SO E PROMOVIDO QUEM TEM A REMATRICULA    *
      * CONFIRMADA NO CADREMAT (CAMPANHA DO P201754 E    *
      * TELA FP201755); PENDENTES E DECLINADOS SAEM      *
      * LISTADOS A PARTE. A TURMA PREVISTA NA REMATRICULA*
      * PREVALECE SOBRE O MAPA DO CARTAO. ALUNO QUE SAIU *
      * DA ESCOLA NO MEIO DO ANO (SAIDA-MOTIVO, FP201761)*
      * NAO E PROMOVIDO E SAI LISTADO COM O MOTIVO.      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES.
       SELECT CADREMAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-REMAT
                    FILE STATUS  IS ST-REMAT.
       SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
      *
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTA.DAT".
           COPY NOTAREC.
       FD CADREMAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREMAT.DAT".
           COPY REMATREC.
       FD RELATORIO
               LABEL RECORD IS OMITTED.
       01 LINHA-REL                 PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-REMAT           PIC X(02) VALUE "00".
       77 W-PARM-ANO         PIC 9(04) VALUE ZEROS.
       77 W-PARM-QTDMAPA     PIC 9(02) VALUE ZEROS.
       77 W-IND              PIC 9(02) COMP VALUE ZEROS.
       77 W-CONT-MANUAIS     PIC 9(05) VALUE ZEROS.
       77 W-CONT-SEMMAPA     PIC 9(05) VALUE ZEROS.
       77 W-CONT-JAEXISTE    PIC 9(05) VALUE ZEROS.
       77 W-CONT-SEMREMAT    PIC 9(05) VALUE ZEROS.
       77 W-CONT-SAIDAS      PIC 9(05) VALUE ZEROS.
       01 MEDIA              PIC Z9,99.
       01 VALIDACAO499       PIC Z9,99.
       01 TOTALFALTAS        PIC 9(03).
                03 FILLER         PIC X(30)
                    VALUE "JA EXISTIAM NO ANO SEGUINTE.: ".
                03 LT-JAEXISTE    PIC ZZZZ9.
       01 LINHA-TOT6.
                03 FILLER         PIC X(30)
                    VALUE "SEM REMATRICULA CONFIRMADA..: ".
                03 LT-SEMREMAT    PIC ZZZZ9.
       01 LINHA-TOT7.
                03 FILLER         PIC X(30)
                    VALUE "SAIRAM DURANTE O ANO........: ".
                03 LT-SAIDAS      PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNOTA: "
                                                             ST-ERRO
                   STOP RUN.
                OPEN INPUT CADREMAT
                IF ST-REMAT NOT = "00"
                   DISPLAY "CADREMAT INDISPONIVEL - CAMPANHA DE "
                           "REMATRICULA NAO ABERTA: " ST-REMAT
                   CLOSE CADNOTA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN OUTPUT RELATORIO
                MOVE LINHA-CAB1 TO LINHA-REL
                WRITE LINHA-REL
                IF SIT-EXCLUIDO
                   GO TO PROMOVE-001.
                ADD 1 TO W-CONT-LIDOS
                IF ALUNO-SAIU
                   PERFORM LISTA-SAIDA THRU LISTA-SAIDA-FIM
                   GO TO PROMOVE-001.
                MOVE ANOLETIVO TO W-ANO-PESOS
                PERFORM BUSCA-PESOS THRU BUSCA-PESOS-FIM
                PERFORM BUSCA-AULAS THRU BUSCA-AULAS-FIM
                MOVE RM    TO LD-RM
                MOVE NOME  TO LD-NOME
                MOVE TURMA TO LD-TURMA
      *
      * SEM REMATRICULA CONFIRMADA PELA FAMILIA NAO HA VIRADA
      *
                MOVE RM TO REM-RM
                COMPUTE REM-ANOLETIVO = ANOLETIVO + 1
                READ CADREMAT
                IF ST-REMAT NOT = "00"
                   MOVE "SEM REMATRICULA" TO LD-ACAO
                   GO TO PROMOVE-002.
                IF REM-DECLINADA
                   MOVE "REMATRICULA DECLINADA" TO LD-ACAO
                   GO TO PROMOVE-002.
                IF NOT REM-CONFIRMADA
                   MOVE "REMATRICULA PENDENTE" TO LD-ACAO
                   GO TO PROMOVE-002.
                IF SITUACAOFINAL NOT = "APROVADO"
                   ADD 1 TO W-CONT-MANUAIS
                   MOVE SPACES TO LD-ACAO
                   WRITE LINHA-REL FROM LINHA-DET
                   GO TO PROMOVE-001.
                PERFORM BUSCA-MAPA THRU BUSCA-MAPA-FIM
                IF REM-TURMA-NOVA NOT = SPACES
                   MOVE REM-TURMA-NOVA TO W-TURMA-NOVA
                   MOVE "S" TO W-ACHOU-MAPA.
                IF W-ACHOU-MAPA NOT = "S"
                   ADD 1 TO W-CONT-SEMMAPA
                   MOVE "APROVADO SEM MAPA DE TURMA" TO LD-ACAO
                   GO TO PROMOVE-001.
                PERFORM CRIA-REGISTRO THRU CRIA-REGISTRO-FIM
                GO TO PROMOVE-001.
       PROMOVE-002.
                ADD 1 TO W-CONT-SEMREMAT
                WRITE LINHA-REL FROM LINHA-DET
                GO TO PROMOVE-001.
       PROMOVE-001-FIM.
                EXIT.
      *
       LISTA-SAIDA.
                ADD 1 TO W-CONT-SAIDAS
                MOVE RM    TO LD-RM
                MOVE NOME  TO LD-NOME
                MOVE TURMA TO LD-TURMA
                MOVE SPACES TO LD-ACAO
                IF SAIDA-TRANSFERIDO
                   MOVE "SAIU - TRANSFERIDO" TO LD-ACAO.
                IF SAIDA-DESISTENTE
                   MOVE "SAIU - DESISTENTE" TO LD-ACAO.
                IF SAIDA-FALECIDO
                   MOVE "SAIU - FALECIDO" TO LD-ACAO.
                WRITE LINHA-REL FROM LINHA-DET.
       LISTA-SAIDA-FIM.
                EXIT.
      *
       BUSCA-MAPA.
                MOVE "N" TO W-ACHOU-MAPA
                MOVE ZEROS TO NOTA1 NOTA2 NOTA3 NOTA4 NOTAREC
                              FALTAS1 FALTAS2 FALTAS3 FALTAS4
                MOVE "A" TO SIT-REGISTRO
                MOVE SPACE TO SAIDA-MOTIVO
                MOVE ZEROS TO SAIDA-DATA
                WRITE REGNOTA
                IF ST-ERRO = "00" OR "02"
                   ADD 1 TO W-CONT-CRIADOS
                WRITE LINHA-REL FROM LINHA-TOT4
                MOVE W-CONT-JAEXISTE TO LT-JAEXISTE
                WRITE LINHA-REL FROM LINHA-TOT5
                MOVE W-CONT-SEMREMAT TO LT-SEMREMAT
                WRITE LINHA-REL FROM LINHA-TOT6
                MOVE W-CONT-SAIDAS   TO LT-SAIDAS
                WRITE LINHA-REL FROM LINHA-TOT7
                CLOSE CADNOTA CADREMAT RELATORIO.
       FECHA-ARQUIVOS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
