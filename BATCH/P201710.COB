      * CADNOTA.DAT. O CARTAO SYSIN INFORMA O ANO        *
      * LETIVO E A DATA DE REFERENCIA (AAAAMMDD). O      *
      * RELATORIO DE CONFERENCIA TOTALIZA TUDO O QUE     *
      * ENTROU NO ARQUIVO. ALUNO QUE SAIU DA ESCOLA      *
      * (SAIDA-MOTIVO DO CADNOTA, FP201761) ATE A DATA   *
      * DE REFERENCIA NAO ENTRA NAS CONTAGENS DOS TIPOS  *
      * 1 E 2; O TIPO 3 DELE SAI COM A SITUACAO          *
      * (T=TRANSFERIDO, D=DESISTENTE, F=FALECIDO) E A    *
      * DATA DA SAIDA. O CENSO E GERADO POR UNIDADE: O   *
      * TERCEIRO CARTAO (OBRIGATORIO) INFORMA A UNIDADE, *
      * SO ENTRAM OS ALUNOS DAS TURMAS DELA (TUR-        *
      * UNIDADE; BRANCO = 01), O ARQUIVO SAI EM          *
      * CENSO99.TXT E O TIPO 1 LEVA O CODIGO INEP E O    *
      * CNPJ DA UNIDADE (CADUNIDADE).                    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-TURMA
                    FILE STATUS  IS ST-TURMA.
       SELECT CADUNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS UNI-CODIGO
                    FILE STATUS  IS ST-UNI.
       SELECT CENSO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CENSO.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTURMA.DAT".
           COPY TURMAREC.
       FD CADUNIDADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNIDADE.DAT".
           COPY UNIDADEREC.
       FD CENSO
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS W-NOME-CENSO.
       01 REGCENSO                  PIC X(60).
       FD RELATORIO
               LABEL RECORD IS OMITTED.
       77 ST-NOTA           PIC X(02) VALUE "00".
       77 ST-TURMA          PIC X(02) VALUE "00".
       77 ST-CENSO          PIC X(02) VALUE "00".
       77 ST-UNI            PIC X(02) VALUE "00".
       77 W-PARM-ANOLETIVO  PIC 9(04) VALUE ZEROS.
      *
      * UNIDADE DO CENSO (TERCEIRO CARTAO): CADA UNIDADE TEM O SEU
      * CODIGO INEP E SAI NO SEU PROPRIO ARQUIVO CENSO99.TXT
      *
       77 W-PARM-UNIDADE    PIC 9(02) VALUE ZEROS.
       77 W-TUN-TURMA       PIC X(05) VALUE SPACES.
       77 W-TUN-UNIDADE     PIC 9(02) VALUE 01.
       01 W-NOME-CENSO.
                03 FILLER        PIC X(05) VALUE "CENSO".
                03 W-NCE-UNIDADE PIC 9(02) VALUE 01.
                03 FILLER        PIC X(04) VALUE ".TXT".
       77 W-QTD-TURMAS      PIC 9(03) COMP VALUE ZEROS.
       77 W-IND             PIC 9(03) COMP VALUE ZEROS.
       77 W-ACHOU           PIC X(01) VALUE "N".
       77 W-TOT-MASC        PIC 9(05) VALUE ZEROS.
       77 W-TOT-FEM         PIC 9(05) VALUE ZEROS.
       77 W-CONT-TIPO3      PIC 9(05) VALUE ZEROS.
       77 W-CONT-SAIDAS     PIC 9(05) VALUE ZEROS.
       01 W-PARM-REF.
                03 W-REF-ANO     PIC 9(04).
                03 W-REF-MES     PIC 9(02).
                03 T1-TURMAS     PIC 9(03).
                03 T1-MASC       PIC 9(05).
                03 T1-FEM        PIC 9(05).
                03 T1-INEP       PIC 9(08) VALUE ZEROS.
                03 T1-CNPJ       PIC 9(14) VALUE ZEROS.
                03 FILLER        PIC X(15) VALUE SPACES.
       01 REG-TIPO2.
                03 FILLER        PIC X(01) VALUE "2".
                03 T2-TURMA      PIC X(05).
                03 T3-SEXO       PIC X(01).
                03 T3-NASC       PIC 9(08).
                03 T3-IDADE      PIC 9(03).
                03 T3-SIT        PIC X(01).
                03 T3-DATA-SAIDA PIC 9(08).
                03 FILLER        PIC X(28) VALUE SPACES.
       01 LINHA-CAB1        PIC X(80)
           VALUE "CONFERENCIA DO CENSO ESCOLAR".
       01 LINHA-CAB2.
                03 FILLER        PIC X(09) VALUE "UNIDADE: ".
                03 LC-UNIDADE    PIC 9(02).
                03 FILLER        PIC X(03) VALUE " - ".
                03 LC-NOME       PIC X(30).
                03 FILLER        PIC X(06) VALUE " INEP ".
                03 LC-INEP       PIC 9(08).
       01 LINHA-DET1.
                03 FILLER        PIC X(30)
                    VALUE "TURMAS NO ARQUIVO...........: ".
                03 FILLER        PIC X(30)
                    VALUE "REGISTROS TIPO 3 GRAVADOS...: ".
                03 LD-TIPO3      PIC ZZZZ9.
       01 LINHA-DET6.
                03 FILLER        PIC X(30)
                    VALUE "SAIDAS ATE A DATA DE REFER..: ".
                03 LD-SAIDAS     PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
      *****************************************
      * LEITURA DO CARTAO DE PARAMETROS        *
      * (SYSIN): ANO LETIVO, DATA DE          *
      * REFERENCIA (AAAAMMDD) E UNIDADE        *
      *****************************************
       ACEITA-PARM.
                ACCEPT W-PARM-ANOLETIVO
                ACCEPT W-PARM-REF
                ACCEPT W-PARM-UNIDADE
                IF W-PARM-ANOLETIVO = ZEROS OR W-PARM-REF = ZEROS
                   DISPLAY "PARAMETROS DO CENSO INVALIDOS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                IF W-PARM-UNIDADE NOT NUMERIC
                   OR W-PARM-UNIDADE = ZEROS
                   DISPLAY "CARTAO DA UNIDADE INVALIDO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE W-REF-MES TO W-REF-MM
                MOVE W-REF-DIA TO W-REF-DD.
       ACEITA-PARM-FIM.
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTURMA: "
                                                            ST-TURMA
                   STOP RUN.
                PERFORM LE-UNIDADE THRU LE-UNIDADE-FIM
                OPEN OUTPUT CENSO
                OPEN OUTPUT RELATORIO
                MOVE LINHA-CAB1 TO LINHA-REL
                WRITE LINHA-REL
                WRITE LINHA-REL FROM LINHA-CAB2
                MOVE SPACES TO LINHA-REL
                WRITE LINHA-REL.
       ABRE-ARQUIVOS-FIM.
                EXIT.
      *
      *****************************************
      * UNIDADE DO CARTAO NO CADUNIDADE: NOME  *
      * DO ARQUIVO, INEP E CNPJ DO TIPO 1 -    *
      * SEM O CADASTRO SO A SEDE (01) RODA,    *
      * COM INEP E CNPJ ZERADOS                *
      *****************************************
       LE-UNIDADE.
                MOVE W-PARM-UNIDADE TO W-NCE-UNIDADE LC-UNIDADE
                OPEN INPUT CADUNIDADE
                IF ST-UNI = "30" OR "35"
                   IF W-PARM-UNIDADE = 01
                      MOVE "SEDE" TO LC-NOME
                      MOVE ZEROS TO LC-INEP
                      GO TO LE-UNIDADE-FIM
                   ELSE
                      DISPLAY "SEM CADUNIDADE - SO A UNIDADE 01 RODA"
                      MOVE 8 TO RETURN-CODE
                      STOP RUN.
                IF ST-UNI NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO CADUNIDADE: " ST-UNI
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE W-PARM-UNIDADE TO UNI-CODIGO
                READ CADUNIDADE
                IF ST-UNI NOT = "00" OR UNI-SIT-EXCLUIDO
                   DISPLAY "UNIDADE " W-PARM-UNIDADE
                           " NAO CADASTRADA OU EXCLUIDA"
                   CLOSE CADUNIDADE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE UNI-NOME TO LC-NOME
                MOVE UNI-INEP TO T1-INEP LC-INEP
                MOVE UNI-CNPJ TO T1-CNPJ
                CLOSE CADUNIDADE.
       LE-UNIDADE-FIM.
                EXIT.
      *
      *****************************************
      * UNIDADE DA TURMA DO ALUNO (CADTURMA,   *
      * COM CACHE DA ULTIMA TURMA); CAMPO EM   *
      * BRANCO OU TURMA FORA DO CADASTRO, 01   *
      *****************************************
       UNIDADE-TURMA.
                IF TURMA = W-TUN-TURMA
                   GO TO UNIDADE-TURMA-FIM.
                MOVE TURMA TO W-TUN-TURMA TUR-TURMA
                MOVE W-PARM-ANOLETIVO TO TUR-ANOLETIVO
                MOVE 01 TO W-TUN-UNIDADE
                READ CADTURMA
                IF ST-TURMA NOT = "00"
                   GO TO UNIDADE-TURMA-FIM.
                IF TUR-UNIDADE NUMERIC AND TUR-UNIDADE NOT = ZEROS
                   MOVE TUR-UNIDADE TO W-TUN-UNIDADE.
       UNIDADE-TURMA-FIM.
                EXIT.
      *
      *****************************************
      * VARRE O CADNOTA TABULANDO AS TURMAS DO *
      * ANO COM CONTAGENS POR SEXO E FAIXA     *
      * ETARIA                                 *
                   GO TO CONTA-ALUNOS.
                IF ANOLETIVO NOT = W-PARM-ANOLETIVO
                   GO TO CONTA-ALUNOS.
                PERFORM UNIDADE-TURMA THRU UNIDADE-TURMA-FIM
                IF W-TUN-UNIDADE NOT = W-PARM-UNIDADE
                   GO TO CONTA-ALUNOS.
                IF ALUNO-SAIU AND SAIDA-DATA NOT > W-PARM-REF
                   ADD 1 TO W-CONT-SAIDAS
                   GO TO CONTA-ALUNOS.
                PERFORM ACHA-TURMA THRU ACHA-TURMA-FIM
                IF W-ACHOU NOT = "S"
                   GO TO CONTA-ALUNOS.
                   GO TO GRAVA-TIPO3A.
                IF ANOLETIVO NOT = W-PARM-ANOLETIVO
                   GO TO GRAVA-TIPO3A.
                PERFORM UNIDADE-TURMA THRU UNIDADE-TURMA-FIM
                IF W-TUN-UNIDADE NOT = W-PARM-UNIDADE
                   GO TO GRAVA-TIPO3A.
                MOVE RM    TO T3-RM
                MOVE TURMA TO T3-TURMA
                MOVE SEXO  TO T3-SEXO
                MOVE DATANASCIMENTO TO T3-NASC
                PERFORM CALC-IDADE THRU CALC-IDADE-FIM
                MOVE W-IDADE TO T3-IDADE
                MOVE SPACE TO T3-SIT
                MOVE ZEROS TO T3-DATA-SAIDA
                IF ALUNO-SAIU
                   MOVE SAIDA-MOTIVO TO T3-SIT
                   MOVE SAIDA-DATA   TO T3-DATA-SAIDA.
                WRITE REGCENSO FROM REG-TIPO3
                ADD 1 TO W-CONT-TIPO3
                GO TO GRAVA-TIPO3A.
                WRITE LINHA-REL FROM LINHA-DET4
                MOVE W-CONT-TIPO3 TO LD-TIPO3
                WRITE LINHA-REL FROM LINHA-DET5
                MOVE W-CONT-SAIDAS TO LD-SAIDAS
                WRITE LINHA-REL FROM LINHA-DET6
                CLOSE CADNOTA CADTURMA CENSO RELATORIO.
       FECHA-ARQUIVOS-FIM.
                EXIT.
