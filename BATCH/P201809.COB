       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201809.
       AUTHOR. LEANDRO.
      **************************************************
      * PAINEL GERENCIAL MENSAL - UMA PAGINA COM OS      *
      * INDICADORES QUE A DIRETORIA PEDE TODO MES, PARA  *
      * O AAAAMM DO CARTAO SYSIN, O MES ANTERIOR E O     *
      * MESMO MES DO ANO ANTERIOR. ESCOLA: ALUNOS ATIVOS *
      * NO FIM DO MES (CADNOTA DO ANO LETIVO, FORA OS    *
      * QUE SAIRAM ATE O MES), OCUPACAO CONTRA A SOMA DE *
      * TUR-MAXALUNOS DAS TURMAS DO ANO, FREQUENCIA      *
      * MEDIA E PERCENTUAL DE ALUNOS COM MEDIA ABAIXO DE *
      * 5 (MESMAS CONTAS DO SITUACLC/MEDIACLC, SOBRE AS  *
      * NOTAS E FALTAS LANCADAS NO ANO LETIVO).          *
      * MENSALIDADES (CADMENS): FATURADO NO MES (FORA    *
      * CANCELADAS E PARCELAS DE ACORDO), RECEBIDO NO    *
      * MES PELA DATA DO PAGAMENTO E O QUE SEGUE EM      *
      * ABERTO E VENCIDO, COM O PERCENTUAL DE            *
      * INADIMPLENCIA SOBRE O FATURADO. PESSOAL          *
      * (CADFUNC): EFETIVO NO FIM DO MES, ADMISSOES E    *
      * DESLIGAMENTOS DO MES; CUSTO DA FOLHA (BRUTO DO   *
      * FOLHAHIST, SEM OS ADIANTAMENTOS, COMO NO         *
      * P201729) CONTRA O ORCADO DO CADORCA. PENDENCIAS  *
      * NA POSICAO DA EMISSAO: LISTA DE ESPERA           *
      * (CADESPERA), RETIFICACOES PENDENTES OU APROVADAS *
      * E NAO APLICADAS (CADRETIF) E SUSPENSOS DA CARGA  *
      * DO CADNOTA - ESSES NAO TEM HISTORICO, O          *
      * COMPARATIVO DELES ESTA NOS PAINEIS DOS MESES     *
      * ANTERIORES. SAI PELO MODULO COMUM P201675 COM A  *
      * REFERENCIA NO TITULO, E O REPOSITORIO (P201744)  *
      * GUARDA A SERIE MENSAL. ARQUIVO QUE NAO ABRE E    *
      * AVISADO E O INDICADOR SAI ZERADO.                *
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
       SELECT CADTURMA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-TURMA
                    FILE STATUS  IS ST-TURMA.
       SELECT CADESPERA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-ESPERA
                    FILE STATUS  IS ST-ESPERA.
       SELECT CADMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-MENS
                    FILE STATUS  IS ST-MENS.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS FUN-MATRICULA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS FUN-NOME
                               WITH DUPLICATES.
       SELECT FOLHAHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-FOLHAHIST
                    FILE STATUS  IS ST-HIST.
       SELECT CADORCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-ORCA
                    FILE STATUS  IS ST-ORCA.
       SELECT CADRETIF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS RET-SEQ
                    FILE STATUS  IS ST-RETIF.
       SELECT SUSPENSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS SUSP-CHAVE
                    FILE STATUS  IS ST-SUSP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADNOTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTA.DAT".
           COPY NOTAREC.
       FD CADTURMA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTURMA.DAT".
           COPY TURMAREC.
       FD CADESPERA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPERA.DAT".
           COPY ESPERAREC.
       FD CADMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
           COPY MENSREC.
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
           COPY FUNCREC.
       FD FOLHAHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAHIST.DAT".
           COPY FOLHAHISTREC.
       FD CADORCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCA.DAT".
           COPY ORCAREC.
       FD CADRETIF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRETIF.DAT".
           COPY RETIFREC.
       FD SUSPENSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTA.SUSP".
           COPY SUSPREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       01 W-RW-TITULO.
                03 FILLER        PIC X(30)
                    VALUE "PAINEL GERENCIAL - REFERENCIA ".
                03 W-TIT-ANOMES  PIC 9(06) VALUE ZEROS.
                03 FILLER        PIC X(04) VALUE SPACES.
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201809".
       77 ST-NOTA           PIC X(02) VALUE "00".
       77 ST-TURMA          PIC X(02) VALUE "00".
       77 ST-ESPERA         PIC X(02) VALUE "00".
       77 ST-MENS           PIC X(02) VALUE "00".
       77 ST-FUNC           PIC X(02) VALUE "00".
       77 ST-HIST           PIC X(02) VALUE "00".
       77 ST-ORCA           PIC X(02) VALUE "00".
       77 ST-RETIF          PIC X(02) VALUE "00".
       77 ST-SUSP           PIC X(02) VALUE "00".
       77 W-PARM-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-P               PIC 9(01) COMP VALUE ZEROS.
       77 W-HOJE            PIC 9(08) VALUE ZEROS.
       77 W-VENCIMENTO      PIC 9(08) VALUE ZEROS.
       77 W-SAIDA-ANOMES    PIC 9(06) VALUE ZEROS.
       77 W-PAGTO-ANOMES    PIC 9(06) VALUE ZEROS.
       77 W-ADM-ANOMES      PIC 9(06) VALUE ZEROS.
       77 W-DEM-ANOMES      PIC 9(06) VALUE ZEROS.
       77 W-ABAIXO          PIC X(01) VALUE "N".
       77 W-CONT-ESPERA     PIC 9(05) VALUE ZEROS.
       77 W-CONT-RETIF      PIC 9(05) VALUE ZEROS.
       77 W-CONT-SUSP       PIC 9(05) VALUE ZEROS.
       01 W-ANOMES-R.
                03 W-AM-ANO      PIC 9(04).
                03 W-AM-MES      PIC 9(02).
      *
      * CAMPOS DO SITUACLC/MEDIACLC E DAS BUSCAS DE PESOS (P201695)
      * E AULAS PREVISTAS (P201696), COMO NO P201614
      *
       01 MEDIA             PIC Z9,99.
       01 VALIDACAO499      PIC Z9,99.
       01 TOTALFALTAS       PIC 9(03).
       01 SITUACAOFINAL     PIC X(20).
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
       77 W-PESO-ACHOU      PIC X(01) VALUE "N".
       77 W-PESO-ANO        PIC 9(04) VALUE ZEROS.
       77 W-ANO-PESOS       PIC 9(04) VALUE ZEROS.
       77 AULAS-PREVISTAS   PIC 9(04) VALUE ZEROS.
       77 FREQUENCIA        PIC 9(03)V99 VALUE ZEROS.
       77 FALTOU-DEMAIS     PIC X(01) VALUE "N".
       77 W-AUL-ACHOU       PIC X(01) VALUE "N".
       77 W-AUL-MATERIA     PIC 9(02) VALUE ZEROS.
       77 W-AUL-TURMA       PIC X(05) VALUE SPACES.
       77 W-AUL-ANO         PIC 9(04) VALUE ZEROS.
      *
      * UMA ENTRADA POR PERIODO: 1 = REFERENCIA, 2 = MES ANTERIOR,
      * 3 = MESMO MES DO ANO ANTERIOR
      *
       01 TABELA-PERIODOS.
                03 PER-ITEM OCCURS 3 TIMES.
                   05 PER-ANOMES    PIC 9(06).
                   05 PER-ANO       PIC 9(04).
                   05 PER-ALUNOS    PIC 9(05).
                   05 PER-VAGAS     PIC 9(05).
                   05 PER-FREQ-SOMA PIC 9(08)V99.
                   05 PER-ABAIXO    PIC 9(05).
                   05 PER-FATURADO  PIC 9(09)V99.
                   05 PER-RECEBIDO  PIC 9(09)V99.
                   05 PER-ATRASO    PIC 9(09)V99.
                   05 PER-EFETIVO   PIC 9(05).
                   05 PER-ADMISSOES PIC 9(05).
                   05 PER-DESLIG    PIC 9(05).
                   05 PER-FOLHA     PIC 9(09)V99.
                   05 PER-ORCADO    PIC 9(09)V99.
                   05 PER-PCT-OCUP  PIC 9(04)V99.
                   05 PER-PCT-FREQ  PIC 9(04)V99.
                   05 PER-PCT-ABAIXO PIC 9(04)V99.
                   05 PER-PCT-INAD  PIC 9(04)V99.
                   05 PER-PCT-ORCA  PIC 9(04)V99.
       01 LINHA-CAB1.
                03 FILLER        PIC X(32) VALUE "INDICADOR".
                03 FILLER        PIC X(10) VALUE SPACES.
                03 LC-ANOMES1    PIC 9(06).
                03 FILLER        PIC X(10) VALUE SPACES.
                03 LC-ANOMES2    PIC 9(06).
                03 FILLER        PIC X(10) VALUE SPACES.
                03 LC-ANOMES3    PIC 9(06).
       01 LINHA-CAB2.
                03 FILLER        PIC X(32) VALUE SPACES.
                03 FILLER        PIC X(16) VALUE "      REFERENCIA".
                03 FILLER        PIC X(16) VALUE "    MES ANTERIOR".
                03 FILLER        PIC X(16) VALUE "    ANO ANTERIOR".
       01 LINHA-GRUPO       PIC X(80).
       01 LINHA-QTD.
                03 LQ-DESCR      PIC X(32).
                03 LQ-COL OCCURS 3 TIMES.
                   05 FILLER     PIC X(05).
                   05 LQ-VALOR   PIC ZZZ.ZZZ.ZZ9.
       01 LINHA-VAL.
                03 LV-DESCR      PIC X(32).
                03 LV-COL OCCURS 3 TIMES.
                   05 FILLER     PIC X(02).
                   05 LV-VALOR   PIC ZZ.ZZZ.ZZ9,99.
                   05 FILLER     PIC X(01).
       01 LINHA-PCT.
                03 LP-DESCR      PIC X(32).
                03 LP-COL OCCURS 3 TIMES.
                   05 FILLER     PIC X(08).
                   05 LP-VALOR   PIC ZZZ9,99.
                   05 FILLER     PIC X(01).
       01 LINHA-PEND.
                03 LN-DESCR      PIC X(32).
                03 FILLER        PIC X(05) VALUE SPACES.
                03 LN-VALOR      PIC ZZZ.ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-PARM-ANOMES
                MOVE W-PARM-ANOMES TO W-ANOMES-R
                IF W-PARM-ANOMES NOT NUMERIC
                   OR W-AM-MES < 1 OR W-AM-MES > 12
                   DISPLAY "PARAMETRO DE REFERENCIA INVALIDO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                PERFORM MONTA-PERIODOS THRU MONTA-PERIODOS-FIM
                PERFORM APURA-ALUNOS THRU APURA-ALUNOS-FIM
                PERFORM APURA-TURMAS THRU APURA-TURMAS-FIM
                PERFORM APURA-MENSALIDADES THRU APURA-MENSALIDADES-FIM
                PERFORM APURA-PESSOAL THRU APURA-PESSOAL-FIM
                PERFORM APURA-FOLHA THRU APURA-FOLHA-FIM
                PERFORM APURA-ORCADO THRU APURA-ORCADO-FIM
                PERFORM APURA-PENDENCIAS THRU APURA-PENDENCIAS-FIM
                PERFORM CALC-PERCENTUAIS THRU CALC-PERCENTUAIS-FIM
                  VARYING W-P FROM 1 BY 1 UNTIL W-P > 3
                PERFORM IMPRIME-PAINEL THRU IMPRIME-PAINEL-FIM
                STOP RUN.
      *
      *****************************************
      * OS TRES PERIODOS DO PAINEL: A          *
      * REFERENCIA, O MES ANTERIOR E O MESMO   *
      * MES DO ANO ANTERIOR                    *
      *****************************************
       MONTA-PERIODOS.
                INITIALIZE TABELA-PERIODOS
                MOVE W-PARM-ANOMES TO PER-ANOMES (1) W-TIT-ANOMES
                MOVE W-AM-ANO TO PER-ANO (1)
                IF W-AM-MES = 1
                   COMPUTE PER-ANO (2) = W-AM-ANO - 1
                   COMPUTE PER-ANOMES (2) = (PER-ANO (2) * 100) + 12
                ELSE
                   MOVE W-AM-ANO TO PER-ANO (2)
                   COMPUTE PER-ANOMES (2) = W-PARM-ANOMES - 1.
                COMPUTE PER-ANO (3) = W-AM-ANO - 1
                COMPUTE PER-ANOMES (3) = W-PARM-ANOMES - 100.
       MONTA-PERIODOS-FIM.
                EXIT.
      *
      *****************************************
      * ALUNOS DO ANO LETIVO DE CADA PERIODO   *
      * AINDA NA ESCOLA NO FIM DO MES, COM A   *
      * FREQUENCIA E A MEDIA DE CADA UM        *
      *****************************************
       APURA-ALUNOS.
                OPEN INPUT CADNOTA
                IF ST-NOTA NOT = "00"
                   DISPLAY "SEM CADNOTA - ALUNOS NAO APURADOS: "
                                                             ST-NOTA
                   GO TO APURA-ALUNOS-FIM.
       APURA-ALUNOS1.
                READ CADNOTA NEXT RECORD
                   AT END
                      GO TO APURA-ALUNOS2
                   NOT AT END
                      NEXT SENTENCE.
                IF SIT-EXCLUIDO
                   GO TO APURA-ALUNOS1.
                IF ANOLETIVO NOT = PER-ANO (1)
                   AND ANOLETIVO NOT = PER-ANO (2)
                   AND ANOLETIVO NOT = PER-ANO (3)
                   GO TO APURA-ALUNOS1.
                MOVE ZEROS TO W-SAIDA-ANOMES
                IF ALUNO-SAIU
                   DIVIDE SAIDA-DATA BY 100 GIVING W-SAIDA-ANOMES.
                MOVE ANOLETIVO TO W-ANO-PESOS
                PERFORM BUSCA-PESOS THRU BUSCA-PESOS-FIM
                PERFORM BUSCA-AULAS THRU BUSCA-AULAS-FIM
                MOVE NOTA1 TO NOTA-B1
                MOVE NOTA2 TO NOTA-B2
                MOVE NOTA3 TO NOTA-B3
                MOVE NOTA4 TO NOTA-B4
                PERFORM CALC-MEDIA THRU CALC-MEDIA-FIM
                PERFORM CALC-SITUACAO THRU CALC-SITUACAO-FIM
                MOVE "N" TO W-ABAIXO
                IF SITUACAOFINAL = "RECUP. NOTAS" OR "REPROVADO"
                   MOVE "S" TO W-ABAIXO.
                PERFORM CONTA-ALUNO THRU CONTA-ALUNO-FIM
                  VARYING W-P FROM 1 BY 1 UNTIL W-P > 3
                GO TO APURA-ALUNOS1.
       APURA-ALUNOS2.
                CLOSE CADNOTA.
       APURA-ALUNOS-FIM.
                EXIT.
      *
       CONTA-ALUNO.
                IF ANOLETIVO NOT = PER-ANO (W-P)
                   GO TO CONTA-ALUNO-FIM.
                IF W-SAIDA-ANOMES NOT = ZEROS
                   AND W-SAIDA-ANOMES NOT > PER-ANOMES (W-P)
                   GO TO CONTA-ALUNO-FIM.
                ADD 1 TO PER-ALUNOS (W-P)
                ADD FREQUENCIA TO PER-FREQ-SOMA (W-P)
                IF W-ABAIXO = "S"
                   ADD 1 TO PER-ABAIXO (W-P).
       CONTA-ALUNO-FIM.
                EXIT.
      *
      *****************************************
      * VAGAS: SOMA DE TUR-MAXALUNOS DAS       *
      * TURMAS DO ANO LETIVO DE CADA PERIODO   *
      *****************************************
       APURA-TURMAS.
                OPEN INPUT CADTURMA
                IF ST-TURMA NOT = "00"
                   DISPLAY "SEM CADTURMA - OCUPACAO NAO APURADA: "
                                                            ST-TURMA
                   GO TO APURA-TURMAS-FIM.
       APURA-TURMAS1.
                READ CADTURMA NEXT RECORD
                   AT END
                      GO TO APURA-TURMAS2
                   NOT AT END
                      NEXT SENTENCE.
                PERFORM CONTA-VAGAS THRU CONTA-VAGAS-FIM
                  VARYING W-P FROM 1 BY 1 UNTIL W-P > 3
                GO TO APURA-TURMAS1.
       APURA-TURMAS2.
                CLOSE CADTURMA.
       APURA-TURMAS-FIM.
                EXIT.
      *
       CONTA-VAGAS.
                IF TUR-ANOLETIVO = PER-ANO (W-P)
                   ADD TUR-MAXALUNOS TO PER-VAGAS (W-P).
       CONTA-VAGAS-FIM.
                EXIT.
      *
      *****************************************
      * MENSALIDADES: FATURADO E EM ATRASO     *
      * PELA REFERENCIA DA COBRANCA, RECEBIDO  *
      * PELA DATA DO PAGAMENTO                 *
      *****************************************
       APURA-MENSALIDADES.
                OPEN INPUT CADMENS
                IF ST-MENS NOT = "00"
                   DISPLAY "SEM CADMENS - MENSALIDADES NAO APURADAS: "
                                                             ST-MENS
                   GO TO APURA-MENSALIDADES-FIM.
       APURA-MENSALIDADES1.
                READ CADMENS NEXT RECORD
                   AT END
                      GO TO APURA-MENSALIDADES2
                   NOT AT END
                      NEXT SENTENCE.
                MOVE ZEROS TO W-PAGTO-ANOMES
                IF MEN-PAGA
                   DIVIDE MEN-PAGTO-DATA BY 100 GIVING W-PAGTO-ANOMES.
                MOVE MEN-VENCIMENTO TO W-VENCIMENTO
                PERFORM CONTA-MENSALIDADE THRU CONTA-MENSALIDADE-FIM
                  VARYING W-P FROM 1 BY 1 UNTIL W-P > 3
                GO TO APURA-MENSALIDADES1.
       APURA-MENSALIDADES2.
                CLOSE CADMENS.
       APURA-MENSALIDADES-FIM.
                EXIT.
      *
       CONTA-MENSALIDADE.
                IF W-PAGTO-ANOMES = PER-ANOMES (W-P)
                   ADD MEN-PAGTO-VALOR TO PER-RECEBIDO (W-P).
                IF MEN-ANOMES NOT = PER-ANOMES (W-P)
                   GO TO CONTA-MENSALIDADE-FIM.
                IF MEN-CANCELADA OR MEN-PARCELA-ACORDO
                   GO TO CONTA-MENSALIDADE-FIM.
                ADD MEN-VALOR TO PER-FATURADO (W-P)
                IF MEN-ABERTA AND W-VENCIMENTO < W-HOJE
                   ADD MEN-VALOR TO PER-ATRASO (W-P).
       CONTA-MENSALIDADE-FIM.
                EXIT.
      *
      *****************************************
      * EFETIVO NO FIM DO MES, ADMISSOES E     *
      * DESLIGAMENTOS DO MES (CADFUNC)         *
      *****************************************
       APURA-PESSOAL.
                OPEN INPUT CADFUNC
                IF ST-FUNC NOT = "00"
                   DISPLAY "SEM CADFUNC - PESSOAL NAO APURADO: "
                                                             ST-FUNC
                   GO TO APURA-PESSOAL-FIM.
       APURA-PESSOAL1.
                READ CADFUNC NEXT RECORD
                   AT END
                      GO TO APURA-PESSOAL2
                   NOT AT END
                      NEXT SENTENCE.
                IF FUN-SIT-EXCLUIDO
                   GO TO APURA-PESSOAL1.
                COMPUTE W-ADM-ANOMES = (FUN-ADM-ANO * 100)
                                     + FUN-ADM-MES
                MOVE ZEROS TO W-DEM-ANOMES
                IF FUN-DEMISSAO NOT = ZEROS
                   COMPUTE W-DEM-ANOMES = (FUN-DEM-ANO * 100)
                                        + FUN-DEM-MES.
                PERFORM CONTA-FUNCIONARIO THRU CONTA-FUNCIONARIO-FIM
                  VARYING W-P FROM 1 BY 1 UNTIL W-P > 3
                GO TO APURA-PESSOAL1.
       APURA-PESSOAL2.
                CLOSE CADFUNC.
       APURA-PESSOAL-FIM.
                EXIT.
      *
       CONTA-FUNCIONARIO.
                IF W-ADM-ANOMES = PER-ANOMES (W-P)
                   ADD 1 TO PER-ADMISSOES (W-P).
                IF W-DEM-ANOMES = PER-ANOMES (W-P)
                   ADD 1 TO PER-DESLIG (W-P).
                IF W-ADM-ANOMES > PER-ANOMES (W-P)
                   GO TO CONTA-FUNCIONARIO-FIM.
                IF W-DEM-ANOMES NOT = ZEROS
                   AND W-DEM-ANOMES NOT > PER-ANOMES (W-P)
                   GO TO CONTA-FUNCIONARIO-FIM.
                ADD 1 TO PER-EFETIVO (W-P).
       CONTA-FUNCIONARIO-FIM.
                EXIT.
      *
      *****************************************
      * CUSTO DA FOLHA: BRUTO DO FOLHAHIST NO  *
      * MES; O ADIANTAMENTO (TIPO "A") JA ESTA *
      * DENTRO DA LINHA MENSAL                 *
      *****************************************
       APURA-FOLHA.
                OPEN INPUT FOLHAHIST
                IF ST-HIST NOT = "00"
                   DISPLAY "SEM FOLHAHIST - CUSTO DA FOLHA NAO "
                           "APURADO: " ST-HIST
                   GO TO APURA-FOLHA-FIM.
       APURA-FOLHA1.
                READ FOLHAHIST NEXT RECORD
                   AT END
                      GO TO APURA-FOLHA2
                   NOT AT END
                      NEXT SENTENCE.
                IF FH-ADIANTAMENTO
                   GO TO APURA-FOLHA1.
                PERFORM CONTA-FOLHA THRU CONTA-FOLHA-FIM
                  VARYING W-P FROM 1 BY 1 UNTIL W-P > 3
                GO TO APURA-FOLHA1.
       APURA-FOLHA2.
                CLOSE FOLHAHIST.
       APURA-FOLHA-FIM.
                EXIT.
      *
       CONTA-FOLHA.
                IF FH-ANOMES = PER-ANOMES (W-P)
                   ADD FH-BRUTO TO PER-FOLHA (W-P).
       CONTA-FOLHA-FIM.
                EXIT.
      *
      *****************************************
      * ORCADO DO MES, TODOS OS CENTROS        *
      *****************************************
       APURA-ORCADO.
                OPEN INPUT CADORCA
                IF ST-ORCA NOT = "00"
                   DISPLAY "SEM CADORCA - ORCADO NAO APURADO: "
                                                             ST-ORCA
                   GO TO APURA-ORCADO-FIM.
       APURA-ORCADO1.
                READ CADORCA NEXT RECORD
                   AT END
                      GO TO APURA-ORCADO2
                   NOT AT END
                      NEXT SENTENCE.
                PERFORM CONTA-ORCADO THRU CONTA-ORCADO-FIM
                  VARYING W-P FROM 1 BY 1 UNTIL W-P > 3
                GO TO APURA-ORCADO1.
       APURA-ORCADO2.
                CLOSE CADORCA.
       APURA-ORCADO-FIM.
                EXIT.
      *
       CONTA-ORCADO.
                IF ORC-ANOMES = PER-ANOMES (W-P)
                   ADD ORC-VALOR TO PER-ORCADO (W-P).
       CONTA-ORCADO-FIM.
                EXIT.
      *
      *****************************************
      * PENDENCIAS NA POSICAO DA EMISSAO       *
      *****************************************
       APURA-PENDENCIAS.
                OPEN INPUT CADESPERA
                IF ST-ESPERA NOT = "00"
                   DISPLAY "SEM CADESPERA - PENDENCIA NAO APURADA: "
                                                           ST-ESPERA
                   GO TO APURA-PENDENCIAS2.
       APURA-PENDENCIAS1.
                READ CADESPERA NEXT RECORD
                   AT END
                      GO TO APURA-PENDENCIAS1A
                   NOT AT END
                      NEXT SENTENCE.
                IF ESP-AGUARDANDO AND ESP-ANOLETIVO NOT < PER-ANO (1)
                   ADD 1 TO W-CONT-ESPERA.
                GO TO APURA-PENDENCIAS1.
       APURA-PENDENCIAS1A.
                CLOSE CADESPERA.
       APURA-PENDENCIAS2.
                OPEN INPUT CADRETIF
                IF ST-RETIF NOT = "00"
                   DISPLAY "SEM CADRETIF - PENDENCIA NAO APURADA: "
                                                           ST-RETIF
                   GO TO APURA-PENDENCIAS3.
       APURA-PENDENCIAS2A.
                READ CADRETIF NEXT RECORD
                   AT END
                      GO TO APURA-PENDENCIAS2B
                   NOT AT END
                      NEXT SENTENCE.
                IF RET-PENDENTE OR RET-APROVADA
                   ADD 1 TO W-CONT-RETIF.
                GO TO APURA-PENDENCIAS2A.
       APURA-PENDENCIAS2B.
                CLOSE CADRETIF.
       APURA-PENDENCIAS3.
                OPEN INPUT SUSPENSO
                IF ST-SUSP NOT = "00"
                   DISPLAY "SEM CADNOTA.SUSP - PENDENCIA NAO APURADA: "
                                                           ST-SUSP
                   GO TO APURA-PENDENCIAS-FIM.
       APURA-PENDENCIAS3A.
                READ SUSPENSO NEXT RECORD
                   AT END
                      GO TO APURA-PENDENCIAS3B
                   NOT AT END
                      NEXT SENTENCE.
                ADD 1 TO W-CONT-SUSP
                GO TO APURA-PENDENCIAS3A.
       APURA-PENDENCIAS3B.
                CLOSE SUSPENSO.
       APURA-PENDENCIAS-FIM.
                EXIT.
      *
      *****************************************
      * PERCENTUAIS DE CADA PERIODO (ZERO      *
      * QUANDO NAO HA BASE)                    *
      *****************************************
       CALC-PERCENTUAIS.
                IF PER-VAGAS (W-P) > ZEROS
                   COMPUTE PER-PCT-OCUP (W-P) ROUNDED =
                           (PER-ALUNOS (W-P) * 100) / PER-VAGAS (W-P).
                IF PER-ALUNOS (W-P) > ZEROS
                   COMPUTE PER-PCT-FREQ (W-P) ROUNDED =
                           PER-FREQ-SOMA (W-P) / PER-ALUNOS (W-P)
                   COMPUTE PER-PCT-ABAIXO (W-P) ROUNDED =
                           (PER-ABAIXO (W-P) * 100) / PER-ALUNOS (W-P).
                IF PER-FATURADO (W-P) > ZEROS
                   COMPUTE PER-PCT-INAD (W-P) ROUNDED =
                           (PER-ATRASO (W-P) * 100)
                           / PER-FATURADO (W-P).
                IF PER-ORCADO (W-P) > ZEROS
                   COMPUTE PER-PCT-ORCA (W-P) ROUNDED =
                           (PER-FOLHA (W-P) * 100) / PER-ORCADO (W-P).
       CALC-PERCENTUAIS-FIM.
                EXIT.
      *
      *****************************************
      * A PAGINA DO PAINEL                     *
      *****************************************
       IMPRIME-PAINEL.
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE PER-ANOMES (1) TO LC-ANOMES1
                MOVE PER-ANOMES (2) TO LC-ANOMES2
                MOVE PER-ANOMES (3) TO LC-ANOMES3
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB2 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE "ESCOLA" TO LINHA-GRUPO
                PERFORM IMPRIME-GRUPO THRU IMPRIME-GRUPO-FIM
                MOVE "  ALUNOS ATIVOS NO FIM DO MES" TO LQ-DESCR
                MOVE PER-ALUNOS (1) TO LQ-VALOR (1)
                MOVE PER-ALUNOS (2) TO LQ-VALOR (2)
                MOVE PER-ALUNOS (3) TO LQ-VALOR (3)
                PERFORM IMPRIME-QTD THRU IMPRIME-QTD-FIM
                MOVE "  VAGAS (TUR-MAXALUNOS)" TO LQ-DESCR
                MOVE PER-VAGAS (1) TO LQ-VALOR (1)
                MOVE PER-VAGAS (2) TO LQ-VALOR (2)
                MOVE PER-VAGAS (3) TO LQ-VALOR (3)
                PERFORM IMPRIME-QTD THRU IMPRIME-QTD-FIM
                MOVE "  OCUPACAO DAS TURMAS (%)" TO LP-DESCR
                MOVE PER-PCT-OCUP (1) TO LP-VALOR (1)
                MOVE PER-PCT-OCUP (2) TO LP-VALOR (2)
                MOVE PER-PCT-OCUP (3) TO LP-VALOR (3)
                PERFORM IMPRIME-PCT THRU IMPRIME-PCT-FIM
                MOVE "  FREQUENCIA MEDIA (%)" TO LP-DESCR
                MOVE PER-PCT-FREQ (1) TO LP-VALOR (1)
                MOVE PER-PCT-FREQ (2) TO LP-VALOR (2)
                MOVE PER-PCT-FREQ (3) TO LP-VALOR (3)
                PERFORM IMPRIME-PCT THRU IMPRIME-PCT-FIM
                MOVE "  ALUNOS ABAIXO DA MEDIA (%)" TO LP-DESCR
                MOVE PER-PCT-ABAIXO (1) TO LP-VALOR (1)
                MOVE PER-PCT-ABAIXO (2) TO LP-VALOR (2)
                MOVE PER-PCT-ABAIXO (3) TO LP-VALOR (3)
                PERFORM IMPRIME-PCT THRU IMPRIME-PCT-FIM
                MOVE "MENSALIDADES" TO LINHA-GRUPO
                PERFORM IMPRIME-GRUPO THRU IMPRIME-GRUPO-FIM
                MOVE "  FATURADO NO MES" TO LV-DESCR
                MOVE PER-FATURADO (1) TO LV-VALOR (1)
                MOVE PER-FATURADO (2) TO LV-VALOR (2)
                MOVE PER-FATURADO (3) TO LV-VALOR (3)
                PERFORM IMPRIME-VAL THRU IMPRIME-VAL-FIM
                MOVE "  RECEBIDO NO MES" TO LV-DESCR
                MOVE PER-RECEBIDO (1) TO LV-VALOR (1)
                MOVE PER-RECEBIDO (2) TO LV-VALOR (2)
                MOVE PER-RECEBIDO (3) TO LV-VALOR (3)
                PERFORM IMPRIME-VAL THRU IMPRIME-VAL-FIM
                MOVE "  EM ABERTO E VENCIDO" TO LV-DESCR
                MOVE PER-ATRASO (1) TO LV-VALOR (1)
                MOVE PER-ATRASO (2) TO LV-VALOR (2)
                MOVE PER-ATRASO (3) TO LV-VALOR (3)
                PERFORM IMPRIME-VAL THRU IMPRIME-VAL-FIM
                MOVE "  INADIMPLENCIA (%)" TO LP-DESCR
                MOVE PER-PCT-INAD (1) TO LP-VALOR (1)
                MOVE PER-PCT-INAD (2) TO LP-VALOR (2)
                MOVE PER-PCT-INAD (3) TO LP-VALOR (3)
                PERFORM IMPRIME-PCT THRU IMPRIME-PCT-FIM
                MOVE "PESSOAL" TO LINHA-GRUPO
                PERFORM IMPRIME-GRUPO THRU IMPRIME-GRUPO-FIM
                MOVE "  EFETIVO NO FIM DO MES" TO LQ-DESCR
                MOVE PER-EFETIVO (1) TO LQ-VALOR (1)
                MOVE PER-EFETIVO (2) TO LQ-VALOR (2)
                MOVE PER-EFETIVO (3) TO LQ-VALOR (3)
                PERFORM IMPRIME-QTD THRU IMPRIME-QTD-FIM
                MOVE "  ADMISSOES NO MES" TO LQ-DESCR
                MOVE PER-ADMISSOES (1) TO LQ-VALOR (1)
                MOVE PER-ADMISSOES (2) TO LQ-VALOR (2)
                MOVE PER-ADMISSOES (3) TO LQ-VALOR (3)
                PERFORM IMPRIME-QTD THRU IMPRIME-QTD-FIM
                MOVE "  DESLIGAMENTOS NO MES" TO LQ-DESCR
                MOVE PER-DESLIG (1) TO LQ-VALOR (1)
                MOVE PER-DESLIG (2) TO LQ-VALOR (2)
                MOVE PER-DESLIG (3) TO LQ-VALOR (3)
                PERFORM IMPRIME-QTD THRU IMPRIME-QTD-FIM
                MOVE "  CUSTO DA FOLHA (BRUTO)" TO LV-DESCR
                MOVE PER-FOLHA (1) TO LV-VALOR (1)
                MOVE PER-FOLHA (2) TO LV-VALOR (2)
                MOVE PER-FOLHA (3) TO LV-VALOR (3)
                PERFORM IMPRIME-VAL THRU IMPRIME-VAL-FIM
                MOVE "  ORCADO (CADORCA)" TO LV-DESCR
                MOVE PER-ORCADO (1) TO LV-VALOR (1)
                MOVE PER-ORCADO (2) TO LV-VALOR (2)
                MOVE PER-ORCADO (3) TO LV-VALOR (3)
                PERFORM IMPRIME-VAL THRU IMPRIME-VAL-FIM
                MOVE "  REALIZADO / ORCADO (%)" TO LP-DESCR
                MOVE PER-PCT-ORCA (1) TO LP-VALOR (1)
                MOVE PER-PCT-ORCA (2) TO LP-VALOR (2)
                MOVE PER-PCT-ORCA (3) TO LP-VALOR (3)
                PERFORM IMPRIME-PCT THRU IMPRIME-PCT-FIM
                MOVE "PENDENCIAS (POSICAO NA EMISSAO)" TO LINHA-GRUPO
                PERFORM IMPRIME-GRUPO THRU IMPRIME-GRUPO-FIM
                MOVE "  LISTA DE ESPERA" TO LN-DESCR
                MOVE W-CONT-ESPERA TO LN-VALOR
                PERFORM IMPRIME-PEND THRU IMPRIME-PEND-FIM
                MOVE "  RETIFICACOES EM ABERTO" TO LN-DESCR
                MOVE W-CONT-RETIF TO LN-VALOR
                PERFORM IMPRIME-PEND THRU IMPRIME-PEND-FIM
                MOVE "  SUSPENSOS DA CARGA DO CADNOTA" TO LN-DESCR
                MOVE W-CONT-SUSP TO LN-VALOR
                PERFORM IMPRIME-PEND THRU IMPRIME-PEND-FIM
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL.
       IMPRIME-PAINEL-FIM.
                EXIT.
      *
       IMPRIME-GRUPO.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-GRUPO TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-GRUPO-FIM.
                EXIT.
      *
       IMPRIME-QTD.
                MOVE LINHA-QTD TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-QTD-FIM.
                EXIT.
      *
       IMPRIME-VAL.
                MOVE LINHA-VAL TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-VAL-FIM.
                EXIT.
      *
       IMPRIME-PCT.
                MOVE LINHA-PCT TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-PCT-FIM.
                EXIT.
      *
       IMPRIME-PEND.
                MOVE LINHA-PEND TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-PEND-FIM.
                EXIT.
      *
       COPY SITUACLC.
      *
       COPY MEDIACLC.
      *
      *****************************************
      * PESOS DOS BIMESTRES DO ANO LETIVO      *
      * (CADPESO VIA P201695, COM CACHE DO     *
      * ULTIMO ANO CONSULTADO)                 *
      *****************************************
       BUSCA-PESOS.
                IF W-ANO-PESOS NOT = W-PESO-ANO
                   MOVE W-ANO-PESOS TO W-PESO-ANO
                   MOVE "N" TO W-PESO-ACHOU
                   CALL "P201695" USING W-PESO-ANO PESO-B1 PESO-B2
                                        PESO-B3 PESO-B4 W-PESO-ACHOU.
       BUSCA-PESOS-FIM.
                EXIT.
      *
      *****************************************
      * AULAS PREVISTAS DA TURMA/ANO (CADAULAS *
      * VIA P201696, COM CACHE DA ULTIMA       *
      * TURMA CONSULTADA)                      *
      *****************************************
       BUSCA-AULAS.
                IF TURMA NOT = W-AUL-TURMA
                   OR ANOLETIVO NOT = W-AUL-ANO
                   MOVE TURMA TO W-AUL-TURMA
                   MOVE ANOLETIVO TO W-AUL-ANO
                   MOVE ZEROS TO W-AUL-MATERIA
                   MOVE "N" TO W-AUL-ACHOU
                   CALL "P201696" USING W-AUL-TURMA W-AUL-ANO
                                        W-AUL-MATERIA AULAS-PREVISTAS
                                        W-AUL-ACHOU.
       BUSCA-AULAS-FIM.
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
