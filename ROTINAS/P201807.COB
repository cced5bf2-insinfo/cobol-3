       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201807.
       AUTHOR. LEANDRO.
      ****************************************************
      * VALIDACAO DE UNIDADE (CADUNIDADE.DAT) E DA        *
      * AUTORIZACAO DO OPERADOR NA UNIDADE (OPE-UNIDADE   *
      * DO CADOPER.DAT). DEVOLVE "I" QUANDO A UNIDADE NAO *
      * EXISTE OU ESTA EXCLUIDA, "N" QUANDO O OPERADOR    *
      * NAO PODE TRABALHAR NELA E "S" COM O NOME DA       *
      * UNIDADE. SUPERVISOR E OPERADOR SEM NENHUMA        *
      * UNIDADE NO PERFIL PODEM TODAS; OPERADOR EM BRANCO *
      * SO CONFERE A UNIDADE. ENQUANTO O CADUNIDADE.DAT   *
      * NAO EXISTE SO A UNIDADE 01 (SEDE) E ACEITA.       *
      * CHAMADO PELOS CADASTROS DE TURMA, DEPARTAMENTO,   *
      * FUNCIONARIO, PRECO E OPERADOR.                    *
      ****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADUNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS UNI-CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS OPE-CODIGO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADUNIDADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNIDADE.DAT".
           COPY UNIDADEREC.
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
           COPY OPERREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 W-IND            PIC 9(02) COMP VALUE ZEROS.
       77 W-TEM-UNIDADE    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR       PIC X(08).
       01 LK-UNIDADE        PIC 9(02).
       01 LK-AUTORIZADO     PIC X(01).
       01 LK-NOME           PIC X(30).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR LK-UNIDADE LK-AUTORIZADO
                                LK-NOME.
       VALIDA-001.
                MOVE "I" TO LK-AUTORIZADO
                MOVE SPACES TO LK-NOME
                IF LK-UNIDADE = ZEROS
                   GO TO VALIDA-FIM.
                OPEN INPUT CADUNIDADE
                IF ST-ERRO = "30" OR "35"
                   IF LK-UNIDADE = 01
                      MOVE "SEDE" TO LK-NOME
                      GO TO VALIDA-002
                   ELSE
                      GO TO VALIDA-FIM.
                IF ST-ERRO NOT = "00"
                   GO TO VALIDA-FIM.
                MOVE LK-UNIDADE TO UNI-CODIGO
                READ CADUNIDADE
                IF ST-ERRO NOT = "00"
                   CLOSE CADUNIDADE
                   GO TO VALIDA-FIM.
                CLOSE CADUNIDADE
                IF UNI-SIT-EXCLUIDO
                   GO TO VALIDA-FIM.
                MOVE UNI-NOME TO LK-NOME.
      *
      *****************************************
      * PERFIL DO OPERADOR                     *
      *****************************************
       VALIDA-002.
                MOVE "S" TO LK-AUTORIZADO
                IF LK-OPERADOR = SPACES
                   GO TO VALIDA-FIM.
                OPEN INPUT CADOPER
                IF ST-ERRO NOT = "00"
                   GO TO VALIDA-FIM.
                MOVE LK-OPERADOR TO OPE-CODIGO
                READ CADOPER
                IF ST-ERRO NOT = "00"
                   GO TO VALIDA-CLOSE.
                IF OPE-E-SUPERVISOR
                   GO TO VALIDA-CLOSE.
                IF OPE-UNIDADES NOT NUMERIC
                   GO TO VALIDA-CLOSE.
                MOVE "N" TO W-TEM-UNIDADE LK-AUTORIZADO
                PERFORM CONFERE-UNIDADE THRU CONFERE-UNIDADE-FIM
                  VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 10
                IF W-TEM-UNIDADE = "N"
                   MOVE "S" TO LK-AUTORIZADO.
       VALIDA-CLOSE.
                CLOSE CADOPER.
       VALIDA-FIM.
                EXIT PROGRAM.
      *
       CONFERE-UNIDADE.
                IF OPE-UNIDADE (W-IND) NOT = ZEROS
                   MOVE "S" TO W-TEM-UNIDADE
                   IF OPE-UNIDADE (W-IND) = LK-UNIDADE
                      MOVE "S" TO LK-AUTORIZADO.
       CONFERE-UNIDADE-FIM.
                EXIT.
