       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201803.
       AUTHOR. LEANDRO.
      **************************************************
      * ANONIMIZACAO LGPD DE EX-ALUNOS E EX-FUNCIONARIOS *
      * PASSADO O PRAZO DE GUARDA. CARTOES SYSIN: ANOS   *
      * DE GUARDA DO ALUNO (ZEROS = 5), ANOS DE GUARDA   *
      * DO FUNCIONARIO (ZEROS = 5) E MODO ("A" =         *
      * ANONIMIZA; QUALQUER OUTRO SO LISTA QUEM SERIA    *
      * ANONIMIZADO). EX-ALUNO E O RM CUJO ULTIMO ANO    *
      * LETIVO NO CADNOTA FICOU ANTES DO ANO CORRENTE    *
      * MENOS A GUARDA (RM SEM NOTA NENHUMA NAO E        *
      * TOCADO). NO CADALUNO O NOME VIRA "ANONIMIZADO    *
      * LGPD" E SAO LIMPOS ENDERECO, RESPONSAVEL,        *
      * TELEFONE, E-MAIL E CPF DO RESPONSAVEL - FICAM    *
      * SEXO, NASCIMENTO E CIDADE/UF PARA A ESTATISTICA. *
      * O CADNOTA (HISTORICO ESCOLAR, DE GUARDA          *
      * OBRIGATORIA) NAO E ALTERADO. EX-FUNCIONARIO E O  *
      * DESLIGADO HA MAIS ANOS QUE A GUARDA: SAO LIMPOS  *
      * NOME, CPF, ENDERECO E DADOS BANCARIOS, E OS      *
      * DEPENDENTES DELE NO CADDEP TEM O NOME            *
      * ANONIMIZADO; CARGO, ADMISSAO E DEMISSAO FICAM E  *
      * O HISTORICO DA FOLHA NAO E ALTERADO. CADA        *
      * REGISTRO ANONIMIZADO VAI PARA A AUDITORIA COM A  *
      * ACAO "ANONIMIZA", SEM A IMAGEM ANTERIOR (QUE     *
      * GUARDARIA OS DADOS QUE SE QUER APAGAR).          *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALU-RM
                    FILE STATUS  IS ST-ALUNO
                    ALTERNATE RECORD KEY IS ALU-NOME
                               WITH DUPLICATES.
       SELECT CADNOTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NOTA
                    FILE STATUS  IS ST-NOTA
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FUN-MATRICULA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS FUN-NOME
                               WITH DUPLICATES.
       SELECT CADDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-DEP
                    FILE STATUS  IS ST-DEP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADALUNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALUNO.DAT".
           COPY ALUNOREC.
       FD CADNOTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTA.DAT".
           COPY NOTAREC.
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
           COPY FUNCREC.
       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEP.DAT".
           COPY DEPREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "ANONIMIZACAO LGPD - PRAZO DE GUARDA".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201803".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201803".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 W-AUD-PROGRAMA    PIC X(08) VALUE "P201803".
       77 W-AUD-OPERADOR    PIC X(08) VALUE "LGPD".
       77 W-AUD-ACAO        PIC X(10) VALUE "ANONIMIZA".
       77 W-AUD-CHAVE       PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES       PIC X(200) VALUE SPACES.
       77 W-AUD-DEPOIS      PIC X(200) VALUE SPACES.
       77 ST-ALUNO          PIC X(02) VALUE "00".
       77 ST-NOTA           PIC X(02) VALUE "00".
       77 ST-FUNC           PIC X(02) VALUE "00".
       77 ST-DEP            PIC X(02) VALUE "00".
       77 W-GUARDA-ALU      PIC 9(02) VALUE ZEROS.
       77 W-GUARDA-FUN      PIC 9(02) VALUE ZEROS.
       77 W-MODO            PIC X(01) VALUE SPACE.
          88 W-MODO-APLICA     VALUE "A".
       77 W-ANO-LIMITE      PIC 9(04) VALUE ZEROS.
       77 W-ULTIMO-ANO      PIC 9(04) VALUE ZEROS.
       77 W-CONT-ALUNOS     PIC 9(05) VALUE ZEROS.
       77 W-CONT-FUNC       PIC 9(05) VALUE ZEROS.
       77 W-CONT-DEP        PIC 9(05) VALUE ZEROS.
       77 W-NOME-ANON       PIC X(16) VALUE "ANONIMIZADO LGPD".
       01 W-HOJE            PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
                03 W-HOJE-ANO    PIC 9(04).
                03 W-HOJE-MMDD   PIC 9(04).
       01 W-DATA-DEM.
                03 W-DEM-ANO     PIC 9(04).
                03 W-DEM-MES     PIC 9(02).
                03 W-DEM-DIA     PIC 9(02).
       01 W-DATA-DEM-R REDEFINES W-DATA-DEM PIC 9(08).
       01 LINHA-CAB1.
                03 FILLER        PIC X(24)
                    VALUE "GUARDA ALUNO (ANOS)...: ".
                03 LC-GUARDA-ALU PIC Z9.
                03 FILLER        PIC X(28)
                    VALUE "   GUARDA FUNCIONARIO ....: ".
                03 LC-GUARDA-FUN PIC Z9.
                03 FILLER        PIC X(10) VALUE "   MODO: ".
                03 LC-MODO       PIC X(20).
       01 LINHA-DET.
                03 LD-ARQUIVO    PIC X(10).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-CHAVE      PIC X(10).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-NOME       PIC X(35).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-MOTIVO     PIC X(22).
                03 LD-DATA       PIC X(10).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-ACAO       PIC X(15).
       01 W-DATA-EDIT.
                03 WE-DIA        PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 WE-MES        PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 WE-ANO        PIC 9(04).
       01 LINHA-TOT1.
                03 FILLER        PIC X(26)
                    VALUE "EX-ALUNOS..............: ".
                03 LT1-QTD       PIC ZZZZ9.
       01 LINHA-TOT2.
                03 FILLER        PIC X(26)
                    VALUE "EX-FUNCIONARIOS........: ".
                03 LT2-QTD       PIC ZZZZ9.
       01 LINHA-TOT3.
                03 FILLER        PIC X(26)
                    VALUE "DEPENDENTES............: ".
                03 LT3-QTD       PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                ACCEPT W-GUARDA-ALU
                ACCEPT W-GUARDA-FUN
                ACCEPT W-MODO
                IF W-GUARDA-ALU NOT NUMERIC OR W-GUARDA-ALU = ZEROS
                   MOVE 5 TO W-GUARDA-ALU.
                IF W-GUARDA-FUN NOT NUMERIC OR W-GUARDA-FUN = ZEROS
                   MOVE 5 TO W-GUARDA-FUN.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                COMPUTE W-ANO-LIMITE = W-HOJE-ANO - W-GUARDA-ALU
                IF W-MODO-APLICA
                   OPEN I-O CADALUNO
                   OPEN I-O CADFUNC
                   OPEN I-O CADDEP
                ELSE
                   OPEN INPUT CADALUNO
                   OPEN INPUT CADFUNC
                   OPEN INPUT CADDEP.
                IF ST-ALUNO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO CADALUNO: " ST-ALUNO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                IF ST-FUNC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO CADFUNC: " ST-FUNC
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                IF ST-DEP NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO CADDEP: " ST-DEP
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADNOTA
                IF ST-NOTA NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO CADNOTA: " ST-NOTA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE W-GUARDA-ALU TO LC-GUARDA-ALU
                MOVE W-GUARDA-FUN TO LC-GUARDA-FUN
                MOVE "SO LISTAGEM" TO LC-MODO
                IF W-MODO-APLICA
                   MOVE "ANONIMIZA" TO LC-MODO.
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                PERFORM LE-ALUNOS THRU LE-ALUNOS-FIM
                PERFORM LE-FUNC THRU LE-FUNC-FIM
                CLOSE CADALUNO CADNOTA CADFUNC CADDEP
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-ALUNOS TO LT1-QTD
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-FUNC TO LT2-QTD
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-DEP TO LT3-QTD
                MOVE LINHA-TOT3 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE "F" TO W-RC-EVENTO
                COMPUTE W-RC-CONTADOR = W-CONT-ALUNOS + W-CONT-FUNC
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                STOP RUN.
      *
      *****************************************
      * EX-ALUNOS: ULTIMO ANO LETIVO NO        *
      * CADNOTA ANTES DO ANO LIMITE            *
      *****************************************
       LE-ALUNOS.
                READ CADALUNO NEXT RECORD
                   AT END
                      GO TO LE-ALUNOS-FIM.
                IF ALU-NOME = W-NOME-ANON
                   GO TO LE-ALUNOS.
                PERFORM BUSCA-ULTIMO-ANO THRU BUSCA-ULTIMO-ANO-FIM
                IF W-ULTIMO-ANO = ZEROS
                   OR W-ULTIMO-ANO NOT < W-ANO-LIMITE
                   GO TO LE-ALUNOS.
                MOVE "CADALUNO"   TO LD-ARQUIVO
                MOVE ALU-RM       TO LD-CHAVE
                MOVE ALU-NOME     TO LD-NOME
                MOVE "ULTIMO ANO LETIVO"  TO LD-MOTIVO
                MOVE W-ULTIMO-ANO TO LD-DATA
                PERFORM ACAO-LISTA THRU ACAO-LISTA-FIM
                ADD 1 TO W-CONT-ALUNOS
                IF NOT W-MODO-APLICA
                   GO TO LE-ALUNOS.
                MOVE W-NOME-ANON TO ALU-NOME
                MOVE ZEROS  TO ALU-CEP ALU-NUMERO ALU-DDD ALU-TELEFONE
                               ALU-RESP-CPF
                MOVE SPACES TO ALU-LOGRADOURO ALU-BAIRRO
                               ALU-RESPONSAVEL ALU-EMAIL
                MOVE "N" TO ALU-NOTIFICA
                REWRITE REGALUNO
                IF ST-ALUNO NOT = "00"
                   DISPLAY "ERRO NA REGRAVACAO DO RM " ALU-RM
                           ": " ST-ALUNO
                   GO TO LE-ALUNOS.
                MOVE ALU-RM   TO W-AUD-CHAVE
                MOVE REGALUNO TO W-AUD-DEPOIS
                PERFORM ROT-AUDITA THRU ROT-AUDITA-FIM
                GO TO LE-ALUNOS.
       LE-ALUNOS-FIM.
                EXIT.
      *
       BUSCA-ULTIMO-ANO.
                MOVE ZEROS  TO W-ULTIMO-ANO
                MOVE ALU-RM TO RM
                MOVE SPACES TO TURMA
                MOVE ZEROS  TO ANOLETIVO
                START CADNOTA KEY IS NOT < CHAVE-NOTA
                IF ST-NOTA NOT = "00"
                   GO TO BUSCA-ULTIMO-ANO-FIM.
       BUSCA-ULTIMO-ANO-010.
                READ CADNOTA NEXT RECORD
                   AT END
                      GO TO BUSCA-ULTIMO-ANO-FIM.
                IF RM NOT = ALU-RM
                   GO TO BUSCA-ULTIMO-ANO-FIM.
                IF ANOLETIVO > W-ULTIMO-ANO
                   MOVE ANOLETIVO TO W-ULTIMO-ANO.
                GO TO BUSCA-ULTIMO-ANO-010.
       BUSCA-ULTIMO-ANO-FIM.
                EXIT.
      *
      *****************************************
      * EX-FUNCIONARIOS: DESLIGADOS HA MAIS    *
      * ANOS QUE A GUARDA                      *
      *****************************************
       LE-FUNC.
                READ CADFUNC NEXT RECORD
                   AT END
                      GO TO LE-FUNC-FIM.
                IF FUN-DEMISSAO = ZEROS OR FUN-NOME = W-NOME-ANON
                   GO TO LE-FUNC.
                MOVE FUN-DEM-ANO TO W-DEM-ANO
                MOVE FUN-DEM-MES TO W-DEM-MES
                MOVE FUN-DEM-DIA TO W-DEM-DIA
                COMPUTE W-DATA-DEM-R = W-DATA-DEM-R
                                     + W-GUARDA-FUN * 10000
                IF W-DATA-DEM-R NOT < W-HOJE
                   GO TO LE-FUNC.
                MOVE "CADFUNC"     TO LD-ARQUIVO
                MOVE FUN-MATRICULA TO LD-CHAVE
                MOVE FUN-NOME      TO LD-NOME
                MOVE "DESLIGADO EM" TO LD-MOTIVO
                MOVE FUN-DEM-DIA   TO WE-DIA
                MOVE FUN-DEM-MES   TO WE-MES
                MOVE FUN-DEM-ANO   TO WE-ANO
                MOVE W-DATA-EDIT   TO LD-DATA
                PERFORM ACAO-LISTA THRU ACAO-LISTA-FIM
                ADD 1 TO W-CONT-FUNC
                PERFORM LE-DEP THRU LE-DEP-FIM
                IF NOT W-MODO-APLICA
                   GO TO LE-FUNC.
                MOVE W-NOME-ANON TO FUN-NOME
                MOVE ZEROS  TO FUN-CPF FUN-CEP FUN-NUMERO FUN-BANCO
                               FUN-AGENCIA FUN-CONTA
                MOVE SPACES TO FUN-LOGRADOURO FUN-BAIRRO FUN-CONTA-DV
                REWRITE REGFUNC
                IF ST-FUNC NOT = "00"
                   DISPLAY "ERRO NA REGRAVACAO DA MATRICULA "
                           FUN-MATRICULA ": " ST-FUNC
                   GO TO LE-FUNC.
                MOVE FUN-MATRICULA TO W-AUD-CHAVE
                MOVE REGFUNC       TO W-AUD-DEPOIS
                PERFORM ROT-AUDITA THRU ROT-AUDITA-FIM
                GO TO LE-FUNC.
       LE-FUNC-FIM.
                EXIT.
      *
       LE-DEP.
                MOVE FUN-MATRICULA TO DEP-MATRICULA
                MOVE ZEROS         TO DEP-SEQ
                START CADDEP KEY IS NOT < CHAVE-DEP
                IF ST-DEP NOT = "00"
                   GO TO LE-DEP-FIM.
       LE-DEP-010.
                READ CADDEP NEXT RECORD
                   AT END
                      GO TO LE-DEP-FIM.
                IF DEP-MATRICULA NOT = FUN-MATRICULA
                   GO TO LE-DEP-FIM.
                IF DEP-NOME = W-NOME-ANON
                   GO TO LE-DEP-010.
                MOVE "CADDEP"  TO LD-ARQUIVO
                MOVE CHAVE-DEP TO LD-CHAVE
                MOVE DEP-NOME  TO LD-NOME
                MOVE "DEPENDENTE" TO LD-MOTIVO
                MOVE SPACES    TO LD-DATA
                PERFORM ACAO-LISTA THRU ACAO-LISTA-FIM
                ADD 1 TO W-CONT-DEP
                IF NOT W-MODO-APLICA
                   GO TO LE-DEP-010.
                MOVE W-NOME-ANON TO DEP-NOME
                REWRITE REGDEP
                IF ST-DEP NOT = "00"
                   DISPLAY "ERRO NA REGRAVACAO DO DEPENDENTE "
                           CHAVE-DEP ": " ST-DEP
                   GO TO LE-DEP-010.
                MOVE CHAVE-DEP TO W-AUD-CHAVE
                MOVE REGDEP    TO W-AUD-DEPOIS
                PERFORM ROT-AUDITA THRU ROT-AUDITA-FIM
                GO TO LE-DEP-010.
       LE-DEP-FIM.
                EXIT.
      *
       ACAO-LISTA.
                MOVE "A ANONIMIZAR" TO LD-ACAO
                IF W-MODO-APLICA
                   MOVE "ANONIMIZADO" TO LD-ACAO.
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       ACAO-LISTA-FIM.
                EXIT.
      *
      *****************************************
      * AUDITORIA: SO A IMAGEM ANONIMIZADA     *
      *****************************************
       ROT-AUDITA.
                MOVE SPACES TO W-AUD-ANTES
                CALL "P201622" USING W-AUD-PROGRAMA W-AUD-OPERADOR
                            W-AUD-ACAO W-AUD-CHAVE W-AUD-ANTES
                            W-AUD-DEPOIS.
       ROT-AUDITA-FIM.
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
      *
       ROT-IMPRIME-TOT.
                MOVE "T" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL.
       ROT-IMPRIME-TOT-FIM.
                EXIT.
