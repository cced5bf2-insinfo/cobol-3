       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201802.
       AUTHOR. LEANDRO.
      **************************************************
      * RELATORIO DO TITULAR (LGPD): ONDE ESTAO OS DADOS *
      * DE UMA PESSOA. CARTOES SYSIN: CPF (ZEROS = NAO   *
      * INFORMADO) E NOME COMPLETO (BRANCO = NAO         *
      * INFORMADO), AO MENOS UM DELES. PERCORRE AMIGOS   *
      * (NOME), CADALUNO (NOME DO ALUNO, NOME DO         *
      * RESPONSAVEL E CPF DO RESPONSAVEL FINANCEIRO),    *
      * CADRESP (CPF E NOME), CADFUNC (CPF E NOME),      *
      * CADDEP (NOME DO DEPENDENTE) E CADOPER (NOME DO   *
      * OPERADOR) E LISTA CADA REGISTRO ACHADO. EM       *
      * SEGUIDA LISTA OS CONSENTIMENTOS (CADCONSENT) DAS *
      * PESSOAS ACHADAS E AS LINHAS DO AUDITORIA.DAT COM *
      * A MESMA CHAVE (NO CASO DO AMIGO, TAMBEM AS       *
      * CHAVES QUE COMECAM PELO APELIDO - CONTATOS,      *
      * DOACOES) OU, PARA O OPERADOR, AS LINHAS LANCADAS *
      * POR ELE. O NOME E COMPARADO POR INTEIRO, COMO    *
      * ESTA GRAVADO NOS CADASTROS. SAI PELO MODULO      *
      * COMUM P201675.                                   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AMIGOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-AMIGOS.
       SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS ALU-RM
                    FILE STATUS  IS ST-ALUNO
                    ALTERNATE RECORD KEY IS ALU-NOME
                               WITH DUPLICATES.
       SELECT CADRESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS RES-CPF
                    FILE STATUS  IS ST-RESP
                    ALTERNATE RECORD KEY IS RES-NOME
                               WITH DUPLICATES.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS FUN-MATRICULA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS FUN-NOME
                               WITH DUPLICATES.
       SELECT CADDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-DEP
                    FILE STATUS  IS ST-DEP.
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS OPE-CODIGO
                    FILE STATUS  IS ST-OPER.
       SELECT CADCONSENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CONSENT
                    FILE STATUS  IS ST-CONSENT.
       SELECT AUDITORIA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-AUDIT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD AMIGOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AMIGOS.DAT".
           COPY AMIGOREC.
       FD CADALUNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALUNO.DAT".
           COPY ALUNOREC.
       FD CADRESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESP.DAT".
           COPY RESPREC.
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
           COPY FUNCREC.
       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEP.DAT".
           COPY DEPREC.
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
           COPY OPERREC.
       FD CADCONSENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSENT.DAT".
           COPY CONSENTREC.
       FD AUDITORIA
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
           COPY AUDITREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "RELATORIO DO TITULAR - DADOS PESSOAIS".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201802".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201802".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 ST-AMIGOS         PIC X(02) VALUE "00".
       77 ST-ALUNO          PIC X(02) VALUE "00".
       77 ST-RESP           PIC X(02) VALUE "00".
       77 ST-FUNC           PIC X(02) VALUE "00".
       77 ST-DEP            PIC X(02) VALUE "00".
       77 ST-OPER           PIC X(02) VALUE "00".
       77 ST-CONSENT        PIC X(02) VALUE "00".
       77 ST-AUDIT          PIC X(02) VALUE "00".
       77 W-PARM-CPF        PIC 9(11) VALUE ZEROS.
       77 W-PARM-NOME       PIC X(35) VALUE SPACES.
       77 W-QTD-TIT         PIC 9(03) COMP VALUE ZEROS.
       77 W-IND             PIC 9(03) COMP VALUE ZEROS.
       77 W-ACHOU           PIC X(01) VALUE "N".
       77 W-CONT-REGISTROS  PIC 9(05) VALUE ZEROS.
       77 W-CONT-CONSENT    PIC 9(05) VALUE ZEROS.
       77 W-CONT-AUDIT      PIC 9(05) VALUE ZEROS.
      *
      * PESSOAS ACHADAS: ORIGEM (A/L/R/F = TEM CONSENTIMENTO,
      * D = DEPENDENTE, O = OPERADOR), CHAVE COMO VAI PARA O
      * AUD-CHAVE E "S" QUANDO BASTA O INICIO DA CHAVE (APELIDO)
      *
       01 TABELA-TITULAR.
                03 TIT-ITEM OCCURS 100 TIMES.
                   05 TIT-ORIGEM     PIC X(01).
                   05 TIT-CHAVE      PIC X(20).
                   05 TIT-PREFIXO    PIC X(01).
       01 W-TIT-ORIGEM      PIC X(01) VALUE SPACE.
       01 W-TIT-CHAVE       PIC X(20) VALUE SPACES.
       01 W-TIT-PREFIXO     PIC X(01) VALUE "N".
       01 W-CMP-CHAVE       PIC X(20) VALUE SPACES.
       01 W-CMP-R REDEFINES W-CMP-CHAVE.
                03 W-CMP-APELIDO   PIC X(12).
                03 W-CMP-RESTO     PIC X(08).
       01 W-CSN-CHAVE-R.
                03 W-CSN-CHAVE     PIC X(12).
                03 FILLER          PIC X(08).
       01 LINHA-CAB1.
                03 FILLER        PIC X(16) VALUE "CPF PESQUISADO: ".
                03 LC-CPF        PIC 9(11).
                03 FILLER        PIC X(20)
                    VALUE "   NOME PESQUISADO: ".
                03 LC-NOME       PIC X(35).
       01 LINHA-SECAO.
                03 FILLER        PIC X(04) VALUE "*** ".
                03 LS-SECAO      PIC X(50).
       01 LINHA-DET.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-ARQUIVO    PIC X(10).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-CHAVE      PIC X(20).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-NOME       PIC X(35).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-ACHADO     PIC X(30).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-SIT        PIC X(10).
       01 LINHA-CSN.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LN-ORIGEM     PIC X(01).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LN-CHAVE      PIC X(12).
                03 FILLER        PIC X(14) VALUE "  FINALIDADE: ".
                03 LN-FINALIDADE PIC X(02).
                03 FILLER        PIC X(12) VALUE "  SITUACAO: ".
                03 LN-SITUACAO   PIC X(01).
                03 FILLER        PIC X(08) VALUE "  DATA: ".
                03 LN-DATA       PIC 9(08).
                03 FILLER        PIC X(12) VALUE "  OPERADOR: ".
                03 LN-OPERADOR   PIC X(08).
       01 LINHA-AUD.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LA-DATA       PIC 9(08).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LA-HORA       PIC 9(06).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LA-PROGRAMA   PIC X(08).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LA-ACAO       PIC X(10).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LA-CHAVE      PIC X(20).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LA-OPERADOR   PIC X(08).
       01 LINHA-TOT1.
                03 FILLER        PIC X(26)
                    VALUE "REGISTROS NOS CADASTROS: ".
                03 LT1-QTD       PIC ZZZZ9.
       01 LINHA-TOT2.
                03 FILLER        PIC X(26)
                    VALUE "CONSENTIMENTOS.........: ".
                03 LT2-QTD       PIC ZZZZ9.
       01 LINHA-TOT3.
                03 FILLER        PIC X(26)
                    VALUE "LINHAS DE AUDITORIA....: ".
                03 LT3-QTD       PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                ACCEPT W-PARM-CPF
                ACCEPT W-PARM-NOME
                IF W-PARM-CPF NOT NUMERIC
                   MOVE ZEROS TO W-PARM-CPF.
                IF W-PARM-CPF = ZEROS AND W-PARM-NOME = SPACES
                   DISPLAY "INFORME O CPF OU O NOME DO TITULAR"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
      *
      * NOME EM BRANCO NAO PODE CASAR COM CADASTRO SEM NOME
      *
                IF W-PARM-NOME = SPACES
                   MOVE HIGH-VALUES TO W-PARM-NOME.
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE W-PARM-CPF  TO LC-CPF
                MOVE W-PARM-NOME TO LC-NOME
                IF W-PARM-NOME = HIGH-VALUES
                   MOVE SPACES TO LC-NOME.
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE "REGISTROS NOS CADASTROS" TO LS-SECAO
                PERFORM IMPRIME-SECAO THRU IMPRIME-SECAO-FIM
                PERFORM LE-AMIGOS THRU LE-AMIGOS-FIM
                PERFORM LE-ALUNOS THRU LE-ALUNOS-FIM
                PERFORM LE-RESP THRU LE-RESP-FIM
                PERFORM LE-FUNC THRU LE-FUNC-FIM
                PERFORM LE-DEP THRU LE-DEP-FIM
                PERFORM LE-OPER THRU LE-OPER-FIM
                MOVE "CONSENTIMENTOS REGISTRADOS" TO LS-SECAO
                PERFORM IMPRIME-SECAO THRU IMPRIME-SECAO-FIM
                PERFORM LE-CONSENT THRU LE-CONSENT-FIM
                MOVE "TRILHA DE AUDITORIA" TO LS-SECAO
                PERFORM IMPRIME-SECAO THRU IMPRIME-SECAO-FIM
                PERFORM LE-AUDIT THRU LE-AUDIT-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-REGISTROS TO LT1-QTD
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-CONSENT TO LT2-QTD
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-AUDIT TO LT3-QTD
                MOVE LINHA-TOT3 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE "F" TO W-RC-EVENTO
                MOVE W-CONT-REGISTROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                STOP RUN.
      *
      *****************************************
      * AMIGOS: SO TEM O NOME                  *
      *****************************************
       LE-AMIGOS.
                OPEN INPUT AMIGOS
                IF ST-AMIGOS NOT = "00"
                   DISPLAY "AMIGOS NAO LIDO: " ST-AMIGOS
                   GO TO LE-AMIGOS-FIM.
       LE-AMIGOS-010.
                READ AMIGOS NEXT RECORD
                   AT END
                      CLOSE AMIGOS
                      GO TO LE-AMIGOS-FIM.
                IF NOME NOT = W-PARM-NOME
                   GO TO LE-AMIGOS-010.
                MOVE "AMIGOS"     TO LD-ARQUIVO
                MOVE APELIDO      TO LD-CHAVE
                MOVE NOME         TO LD-NOME
                MOVE "NOME DO AMIGO" TO LD-ACHADO
                MOVE "ATIVO"      TO LD-SIT
                IF SIT-EXCLUIDO
                   MOVE "EXCLUIDO" TO LD-SIT.
                PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
                MOVE "A"     TO W-TIT-ORIGEM
                MOVE APELIDO TO W-TIT-CHAVE
                MOVE "S"     TO W-TIT-PREFIXO
                PERFORM GUARDA-TITULAR THRU GUARDA-TITULAR-FIM
                GO TO LE-AMIGOS-010.
       LE-AMIGOS-FIM.
                EXIT.
      *
      *****************************************
      * CADALUNO: O ALUNO, O RESPONSAVEL DE    *
      * CONTATO E O RESPONSAVEL FINANCEIRO     *
      *****************************************
       LE-ALUNOS.
                OPEN INPUT CADALUNO
                IF ST-ALUNO NOT = "00"
                   DISPLAY "CADALUNO NAO LIDO: " ST-ALUNO
                   GO TO LE-ALUNOS-FIM.
       LE-ALUNOS-010.
                READ CADALUNO NEXT RECORD
                   AT END
                      CLOSE CADALUNO
                      GO TO LE-ALUNOS-FIM.
                IF ALU-RESP-CPF NOT NUMERIC
                   MOVE ZEROS TO ALU-RESP-CPF.
                MOVE SPACES TO LD-ACHADO
                IF ALU-NOME = W-PARM-NOME
                   MOVE "NOME DO ALUNO" TO LD-ACHADO.
                IF ALU-RESPONSAVEL = W-PARM-NOME
                   MOVE "NOME DO RESPONSAVEL" TO LD-ACHADO.
                IF W-PARM-CPF NOT = ZEROS
                   AND ALU-RESP-CPF = W-PARM-CPF
                   MOVE "CPF DO RESPONSAVEL FINANCEIRO" TO LD-ACHADO.
                IF LD-ACHADO = SPACES
                   GO TO LE-ALUNOS-010.
                MOVE "CADALUNO"   TO LD-ARQUIVO
                MOVE ALU-RM       TO LD-CHAVE
                MOVE ALU-NOME     TO LD-NOME
                MOVE "ATIVO"      TO LD-SIT
                IF ALU-SIT-EXCLUIDO
                   MOVE "EXCLUIDO" TO LD-SIT.
                PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
                MOVE "L"     TO W-TIT-ORIGEM
                MOVE ALU-RM  TO W-TIT-CHAVE
                MOVE "N"     TO W-TIT-PREFIXO
                PERFORM GUARDA-TITULAR THRU GUARDA-TITULAR-FIM
                GO TO LE-ALUNOS-010.
       LE-ALUNOS-FIM.
                EXIT.
      *
       LE-RESP.
                OPEN INPUT CADRESP
                IF ST-RESP NOT = "00"
                   DISPLAY "CADRESP NAO LIDO: " ST-RESP
                   GO TO LE-RESP-FIM.
       LE-RESP-010.
                READ CADRESP NEXT RECORD
                   AT END
                      CLOSE CADRESP
                      GO TO LE-RESP-FIM.
                MOVE SPACES TO LD-ACHADO
                IF RES-NOME = W-PARM-NOME
                   MOVE "NOME DO RESPONSAVEL" TO LD-ACHADO.
                IF W-PARM-CPF NOT = ZEROS
                   AND RES-CPF = W-PARM-CPF
                   MOVE "CPF DO RESPONSAVEL" TO LD-ACHADO.
                IF LD-ACHADO = SPACES
                   GO TO LE-RESP-010.
                MOVE "CADRESP"    TO LD-ARQUIVO
                MOVE RES-CPF      TO LD-CHAVE
                MOVE RES-NOME     TO LD-NOME
                MOVE "ATIVO"      TO LD-SIT
                IF RES-SIT-EXCLUIDO
                   MOVE "EXCLUIDO" TO LD-SIT.
                PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
                MOVE "R"     TO W-TIT-ORIGEM
                MOVE RES-CPF TO W-TIT-CHAVE
                MOVE "N"     TO W-TIT-PREFIXO
                PERFORM GUARDA-TITULAR THRU GUARDA-TITULAR-FIM
                GO TO LE-RESP-010.
       LE-RESP-FIM.
                EXIT.
      *
       LE-FUNC.
                OPEN INPUT CADFUNC
                IF ST-FUNC NOT = "00"
                   DISPLAY "CADFUNC NAO LIDO: " ST-FUNC
                   GO TO LE-FUNC-FIM.
       LE-FUNC-010.
                READ CADFUNC NEXT RECORD
                   AT END
                      CLOSE CADFUNC
                      GO TO LE-FUNC-FIM.
                MOVE SPACES TO LD-ACHADO
                IF FUN-NOME = W-PARM-NOME
                   MOVE "NOME DO FUNCIONARIO" TO LD-ACHADO.
                IF W-PARM-CPF NOT = ZEROS
                   AND FUN-CPF = W-PARM-CPF
                   MOVE "CPF DO FUNCIONARIO" TO LD-ACHADO.
                IF LD-ACHADO = SPACES
                   GO TO LE-FUNC-010.
                MOVE "CADFUNC"     TO LD-ARQUIVO
                MOVE FUN-MATRICULA TO LD-CHAVE
                MOVE FUN-NOME      TO LD-NOME
                MOVE "ATIVO"       TO LD-SIT
                IF FUN-DEMISSAO NOT = ZEROS
                   MOVE "DESLIGADO" TO LD-SIT.
                IF FUN-SIT-EXCLUIDO
                   MOVE "EXCLUIDO" TO LD-SIT.
                PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
                MOVE "F"           TO W-TIT-ORIGEM
                MOVE FUN-MATRICULA TO W-TIT-CHAVE
                MOVE "N"           TO W-TIT-PREFIXO
                PERFORM GUARDA-TITULAR THRU GUARDA-TITULAR-FIM
                GO TO LE-FUNC-010.
       LE-FUNC-FIM.
                EXIT.
      *
       LE-DEP.
                OPEN INPUT CADDEP
                IF ST-DEP NOT = "00"
                   DISPLAY "CADDEP NAO LIDO: " ST-DEP
                   GO TO LE-DEP-FIM.
       LE-DEP-010.
                READ CADDEP NEXT RECORD
                   AT END
                      CLOSE CADDEP
                      GO TO LE-DEP-FIM.
                IF DEP-NOME NOT = W-PARM-NOME
                   GO TO LE-DEP-010.
                MOVE "CADDEP"      TO LD-ARQUIVO
                MOVE CHAVE-DEP     TO LD-CHAVE
                MOVE DEP-NOME      TO LD-NOME
                MOVE "NOME DO DEPENDENTE" TO LD-ACHADO
                MOVE "ATIVO"       TO LD-SIT
                IF DEP-SIT-EXCLUIDO
                   MOVE "EXCLUIDO" TO LD-SIT.
                PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
                MOVE "D"       TO W-TIT-ORIGEM
                MOVE CHAVE-DEP TO W-TIT-CHAVE
                MOVE "N"       TO W-TIT-PREFIXO
                PERFORM GUARDA-TITULAR THRU GUARDA-TITULAR-FIM
                GO TO LE-DEP-010.
       LE-DEP-FIM.
                EXIT.
      *
       LE-OPER.
                OPEN INPUT CADOPER
                IF ST-OPER NOT = "00"
                   DISPLAY "CADOPER NAO LIDO: " ST-OPER
                   GO TO LE-OPER-FIM.
       LE-OPER-010.
                READ CADOPER NEXT RECORD
                   AT END
                      CLOSE CADOPER
                      GO TO LE-OPER-FIM.
                IF OPE-NOME NOT = W-PARM-NOME
                   GO TO LE-OPER-010.
                MOVE "CADOPER"     TO LD-ARQUIVO
                MOVE OPE-CODIGO    TO LD-CHAVE
                MOVE OPE-NOME      TO LD-NOME
                MOVE "NOME DO OPERADOR" TO LD-ACHADO
                MOVE "ATIVO"       TO LD-SIT
                IF OPE-SIT-EXCLUIDO
                   MOVE "EXCLUIDO" TO LD-SIT.
                PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM
                MOVE "O"        TO W-TIT-ORIGEM
                MOVE OPE-CODIGO TO W-TIT-CHAVE
                MOVE "N"        TO W-TIT-PREFIXO
                PERFORM GUARDA-TITULAR THRU GUARDA-TITULAR-FIM
                GO TO LE-OPER-010.
       LE-OPER-FIM.
                EXIT.
      *
      *****************************************
      * CONSENTIMENTOS DAS PESSOAS ACHADAS     *
      * (AMIGO, ALUNO, RESPONSAVEL, FUNC.)     *
      *****************************************
       LE-CONSENT.
                OPEN INPUT CADCONSENT
                IF ST-CONSENT NOT = "00"
                   GO TO LE-CONSENT-FIM.
                PERFORM LE-CONSENT1 THRU LE-CONSENT1-FIM
                  VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-TIT
                CLOSE CADCONSENT.
       LE-CONSENT-FIM.
                EXIT.
      *
       LE-CONSENT1.
                IF TIT-ORIGEM (W-IND) = "D" OR "O"
                   GO TO LE-CONSENT1-FIM.
                MOVE TIT-CHAVE (W-IND) TO W-CSN-CHAVE-R
                MOVE TIT-ORIGEM (W-IND) TO CSN-ORIGEM
                MOVE W-CSN-CHAVE        TO CSN-CHAVE
                MOVE SPACES             TO CSN-FINALIDADE
                START CADCONSENT KEY IS NOT < CHAVE-CONSENT
                IF ST-CONSENT NOT = "00"
                   GO TO LE-CONSENT1-FIM.
       LE-CONSENT2.
                READ CADCONSENT NEXT RECORD
                   AT END
                      GO TO LE-CONSENT1-FIM.
                IF CSN-ORIGEM NOT = TIT-ORIGEM (W-IND)
                   OR CSN-CHAVE NOT = W-CSN-CHAVE
                   GO TO LE-CONSENT1-FIM.
                MOVE CSN-ORIGEM     TO LN-ORIGEM
                MOVE CSN-CHAVE      TO LN-CHAVE
                MOVE CSN-FINALIDADE TO LN-FINALIDADE
                MOVE CSN-SITUACAO   TO LN-SITUACAO
                MOVE CSN-DATA       TO LN-DATA
                MOVE CSN-OPERADOR   TO LN-OPERADOR
                MOVE LINHA-CSN TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                ADD 1 TO W-CONT-CONSENT
                GO TO LE-CONSENT2.
       LE-CONSENT1-FIM.
                EXIT.
      *
      *****************************************
      * TRILHA DE AUDITORIA: CHAVE DA PESSOA   *
      * OU OPERADOR QUE LANCOU                 *
      *****************************************
       LE-AUDIT.
                IF W-QTD-TIT = ZEROS
                   GO TO LE-AUDIT-FIM.
                OPEN INPUT AUDITORIA
                IF ST-AUDIT NOT = "00"
                   DISPLAY "AUDITORIA NAO LIDO: " ST-AUDIT
                   GO TO LE-AUDIT-FIM.
       LE-AUDIT-010.
                READ AUDITORIA
                   AT END
                      CLOSE AUDITORIA
                      GO TO LE-AUDIT-FIM.
                MOVE "N" TO W-ACHOU
                PERFORM CONFERE-AUDIT THRU CONFERE-AUDIT-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > W-QTD-TIT OR W-ACHOU = "S"
                IF W-ACHOU NOT = "S"
                   GO TO LE-AUDIT-010.
                MOVE AUD-DATA     TO LA-DATA
                MOVE AUD-HORA     TO LA-HORA
                MOVE AUD-PROGRAMA TO LA-PROGRAMA
                MOVE AUD-ACAO     TO LA-ACAO
                MOVE AUD-CHAVE    TO LA-CHAVE
                MOVE AUD-OPERADOR TO LA-OPERADOR
                MOVE LINHA-AUD TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                ADD 1 TO W-CONT-AUDIT
                GO TO LE-AUDIT-010.
       LE-AUDIT-FIM.
                EXIT.
      *
       CONFERE-AUDIT.
                IF TIT-ORIGEM (W-IND) = "O"
                   IF AUD-OPERADOR = TIT-CHAVE (W-IND)
                      MOVE "S" TO W-ACHOU
                      GO TO CONFERE-AUDIT-FIM.
                MOVE AUD-CHAVE TO W-CMP-CHAVE
                IF TIT-PREFIXO (W-IND) = "S"
                   MOVE SPACES TO W-CMP-RESTO.
                IF W-CMP-CHAVE = TIT-CHAVE (W-IND)
                   MOVE "S" TO W-ACHOU.
       CONFERE-AUDIT-FIM.
                EXIT.
      *
       GUARDA-TITULAR.
                ADD 1 TO W-CONT-REGISTROS
                IF W-QTD-TIT < 100
                   ADD 1 TO W-QTD-TIT
                   MOVE W-TIT-ORIGEM  TO TIT-ORIGEM (W-QTD-TIT)
                   MOVE W-TIT-CHAVE   TO TIT-CHAVE (W-QTD-TIT)
                   MOVE W-TIT-PREFIXO TO TIT-PREFIXO (W-QTD-TIT).
       GUARDA-TITULAR-FIM.
                EXIT.
      *
       IMPRIME-SECAO.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-SECAO TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-SECAO-FIM.
                EXIT.
      *
       IMPRIME-DET.
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-DET-FIM.
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
