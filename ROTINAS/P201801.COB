       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201801.
       AUTHOR. LEANDRO.
      ****************************************************
      * CONSULTA DO CONSENTIMENTO NO CADCONSENT.DAT PARA  *
      * UMA PESSOA (ORIGEM + CHAVE) E UMA FINALIDADE.     *
      * DEVOLVE "N" SO QUANDO HA REGISTRO REVOGADO; SEM   *
      * REGISTRO (OU SEM O ARQUIVO) DEVOLVE "S". CHAMADO  *
      * PELA MALA DIRETA (P201673), PELOS CONVITES        *
      * (P201797) E PELOS AVISOS AS FAMILIAS (P201765).   *
      ****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONSENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS CHAVE-CONSENT
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONSENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSENT.DAT".
           COPY CONSENTREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-ORIGEM         PIC X(01).
       01 LK-CHAVE          PIC X(12).
       01 LK-FINALIDADE     PIC X(02).
       01 LK-PERMITE        PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-ORIGEM LK-CHAVE LK-FINALIDADE
                                LK-PERMITE.
       BUSCA-001.
                MOVE "S" TO LK-PERMITE
                OPEN INPUT CADCONSENT
                IF ST-ERRO NOT = "00"
                   GO TO BUSCA-FIM.
                MOVE LK-ORIGEM     TO CSN-ORIGEM
                MOVE LK-CHAVE      TO CSN-CHAVE
                MOVE LK-FINALIDADE TO CSN-FINALIDADE
                READ CADCONSENT
                IF ST-ERRO = "00"
                   IF CSN-REVOGADO
                      MOVE "N" TO LK-PERMITE.
       BUSCA-CLOSE.
                CLOSE CADCONSENT.
       BUSCA-FIM.
                EXIT PROGRAM.
