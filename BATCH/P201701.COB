      * MEDIAS POR MATERIA DO CADNOTAMAT.DAT (NOME VIA   *
      * P201651). NO RODAPE, OS TOTAIS POR SITUACAO E AS *
      * LINHAS DE ASSINATURA DA DIRECAO. SAI PELO MODULO *
      * COMUM P201675. TERCEIRO CARTAO OPCIONAL: BASE DA *
      * FREQUENCIA (D=AULAS DADAS DO CADDADAS VIA        *
      * P201749, BRANCO=AULAS PREVISTAS DO CADAULAS). SEM *
      * NENHUMA AULA DADA LANCADA, FICA NAS PREVISTAS.   *
      * ALUNO QUE SAIU NO MEIO DO ANO (SAIDA-MOTIVO,     *
      * FP201761) CONTINUA NA ATA COM A MEDIA CONGELADA, *
      * MAS A SITUACAO SAI TRANSFERIDO/DESISTENTE/       *
      * FALECIDO E ELE FICA FORA DOS TOTAIS DE RESULTADO.*
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 ST-NOTAMAT        PIC X(02) VALUE "00".
       77 W-PARM-TURMA      PIC X(05) VALUE SPACES.
       77 W-PARM-ANOLETIVO  PIC 9(04) VALUE ZEROS.
       77 W-PARM-BASE       PIC X(01) VALUE SPACE.
       77 W-DAD-BIMESTRE    PIC 9(01) VALUE ZEROS.
       77 W-DAD-QTD         PIC 9(04) VALUE ZEROS.
       77 W-DAD-ACHOU       PIC X(01) VALUE "N".
       77 W-ANO-FECHADO     PIC X(01) VALUE "N".
       77 W-CONT-ALUNOS     PIC 9(05) VALUE ZEROS.
       77 CT-APROVADO       PIC 9(05) VALUE ZEROS.
       77 CT-RECUP          PIC 9(05) VALUE ZEROS.
       77 CT-REPOSICAO      PIC 9(05) VALUE ZEROS.
       77 CT-CONSELHO       PIC 9(05) VALUE ZEROS.
       77 CT-SAIDAS         PIC 9(05) VALUE ZEROS.
       77 W-MAT-ACHOU       PIC X(01) VALUE "N".
       77 W-MAT-DENOM       PIC X(25) VALUE SPACES.
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201701".
                03 LT-TURMA      PIC X(05).
                03 FILLER        PIC X(13) VALUE " ANO LETIVO: ".
                03 LT-ANO        PIC 9(04).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LT-BASE       PIC X(40) VALUE SPACES.
       01 LINHA-ALUNO.
                03 LA-RM         PIC ZZZZ9.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 FILLER        PIC X(26)
                    VALUE "TOTAL DE ALUNOS.........: ".
                03 LT6-CONT      PIC ZZZZ9.
       01 LINHA-TOT7.
                03 FILLER        PIC X(26)
                    VALUE "SAIRAM DURANTE O ANO....: ".
                03 LT7-CONT      PIC ZZZZ9.
       01 LINHA-ASSIN1      PIC X(80)
           VALUE "DIRETOR(A): ______________________________".
       01 LINHA-ASSIN2      PIC X(80)
      *
      *****************************************
      * LEITURA DO CARTAO DE PARAMETROS        *
      * (SYSIN): TURMA, ANO LETIVO E BASE DA   *
      * FREQUENCIA. A ATA SO SAI DE PERIODO    *
      * FECHADO (P201682)                      *
      *****************************************
       ACEITA-PARM.
                ACCEPT W-PARM-TURMA
                ACCEPT W-PARM-ANOLETIVO
                ACCEPT W-PARM-BASE
                IF W-PARM-TURMA = SPACES
                   OR W-PARM-ANOLETIVO = ZEROS
                   OR (W-PARM-BASE NOT = "D" AND SPACE)
                   DISPLAY "PARAMETROS DA ATA INVALIDOS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE "N" TO W-AUL-ACHOU
                CALL "P201696" USING W-PARM-TURMA W-PARM-ANOLETIVO
                                     W-AUL-MATERIA AULAS-PREVISTAS
                                     W-AUL-ACHOU
                IF W-PARM-BASE NOT = "D"
                   GO TO ACEITA-PARM-FIM.
                MOVE ZEROS TO W-DAD-BIMESTRE W-DAD-QTD
                MOVE "N" TO W-DAD-ACHOU
                CALL "P201749" USING W-PARM-TURMA W-PARM-ANOLETIVO
                                     W-AUL-MATERIA W-DAD-BIMESTRE
                                     W-DAD-QTD W-DAD-ACHOU
                IF W-DAD-ACHOU = "S" AND W-DAD-QTD > ZEROS
                   MOVE W-DAD-QTD TO AULAS-PREVISTAS
                   MOVE "FREQUENCIA SOBRE AS AULAS DADAS" TO LT-BASE
                ELSE
                   MOVE "SEM AULAS DADAS - FREQ. S/ PREVISTAS"
                                                        TO LT-BASE.
       ACEITA-PARM-FIM.
                EXIT.
      *
                   MOVE NOTAREC TO NOTA-BREC
                   PERFORM CALC-MEDIA-REC THRU CALC-MEDIA-REC-FIM
                   PERFORM CALC-SITUACAO THRU CALC-SITUACAO-FIM.
                IF ALUNO-SAIU
                   PERFORM SIT-SAIDA THRU SIT-SAIDA-FIM
                   GO TO LISTA-ALUNOS1.
                MOVE "N" TO W-CON-ACHOU
                CALL "P201697" USING RM TURMA ANOLETIVO W-CON-SIT
                                     W-CON-ACHOU
                   ADD 1 TO CT-RECUP.
                IF SITUACAOFINAL = "REPOSICAO AULAS"
                   ADD 1 TO CT-REPOSICAO.
       LISTA-ALUNOS1.
                MOVE RM          TO LA-RM
                MOVE NOME        TO LA-NOME
                MOVE MEDIA       TO LA-MEDIA
                EXIT.
      *
      *****************************************
      * SITUACAO DE QUEM SAIU NO MEIO DO ANO:  *
      * O MOTIVO NO LUGAR DO RESULTADO         *
      *****************************************
       SIT-SAIDA.
                MOVE "N" TO W-CON-ACHOU
                ADD 1 TO CT-SAIDAS
                IF SAIDA-TRANSFERIDO
                   MOVE "TRANSFERIDO" TO SITUACAOFINAL.
                IF SAIDA-DESISTENTE
                   MOVE "DESISTENTE" TO SITUACAOFINAL.
                IF SAIDA-FALECIDO
                   MOVE "FALECIDO" TO SITUACAOFINAL.
       SIT-SAIDA-FIM.
                EXIT.
      *
      *****************************************
      * MEDIAS POR MATERIA DO ALUNO CORRENTE   *
      * (CADNOTAMAT)                           *
      *****************************************
                MOVE W-CONT-ALUNOS TO LT6-CONT
                MOVE LINHA-TOT6 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE CT-SAIDAS TO LT7-CONT
                MOVE LINHA-TOT7 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-LEGENDA TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE SPACES TO LINHA-REL
