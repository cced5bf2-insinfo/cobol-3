       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201755.
       AUTHOR. LEANDRO.
      ****************************************************
      * DEBITO DE MENSALIDADES DE UM ALUNO (CADMENS.DAT): *
      * CONTA E SOMA, EM TODAS AS TURMAS E ANOS LETIVOS   *
      * DO RM, AS COBRANCAS AINDA ABERTAS COM VENCIMENTO  *
      * ANTERIOR A DATA DE REFERENCIA (AAAAMMDD). SEM     *
      * NENHUMA (OU SEM O ARQUIVO), DEVOLVE ZERO E ACHOU  *
      * = "N". CHAMADO PELA TELA DE REMATRICULA (FP201755)*
      * PARA RECUSAR A CONFIRMACAO DE QUEM ESTA EM DEBITO.*
      ****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MENS
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
           COPY MENSREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-RM             PIC 9(05).
       01 LK-DATA-REF       PIC 9(08).
       01 LK-QTD            PIC 9(03).
       01 LK-VALOR          PIC 9(07)V99.
       01 LK-ACHOU          PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-RM LK-DATA-REF LK-QTD LK-VALOR
                                LK-ACHOU.
       BUSCA-001.
                MOVE "N" TO LK-ACHOU
                MOVE ZEROS TO LK-QTD LK-VALOR
                OPEN INPUT CADMENS
                IF ST-ERRO NOT = "00"
                   GO TO BUSCA-FIM.
                MOVE LK-RM  TO MEN-RM
                MOVE SPACES TO MEN-TURMA
                MOVE ZEROS  TO MEN-ANOLETIVO MEN-ANOMES
                START CADMENS KEY IS NOT < CHAVE-MENS
                IF ST-ERRO NOT = "00"
                   GO TO BUSCA-CLOSE.
       BUSCA-002.
                READ CADMENS NEXT RECORD
                   AT END
                      GO TO BUSCA-CLOSE
                   NOT AT END
                      NEXT SENTENCE.
                IF MEN-RM NOT = LK-RM
                   GO TO BUSCA-CLOSE.
                IF NOT MEN-ABERTA
                   GO TO BUSCA-002.
                IF MEN-VENCIMENTO NOT < LK-DATA-REF
                   GO TO BUSCA-002.
                MOVE "S" TO LK-ACHOU
                ADD 1 TO LK-QTD
                ADD MEN-VALOR TO LK-VALOR
                GO TO BUSCA-002.
       BUSCA-CLOSE.
                CLOSE CADMENS.
       BUSCA-FIM.
                EXIT PROGRAM.
