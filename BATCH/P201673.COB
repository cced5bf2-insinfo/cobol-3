      * TERCEIRO CARTAO ("F") LIGA O MODO POR FAMILIA:   *
      * AMIGOS COM A MESMA CHAVE-FAMILIA (P201735/       *
      * P201736) RECEBEM UMA UNICA ETIQUETA, ENDERECADA  *
      * A "FAMILIA" DA CHAVE. O QUARTO CARTAO TRAZ O     *
      * CODIGO DE UM EVENTO (BRANCO = SEM FILTRO): SO    *
      * SAEM ETIQUETAS DOS AMIGOS CONVIDADOS PARA ELE NO *
      * CADCONVITE (P201797). AMIGO QUE REVOGOU O        *
      * CONSENTIMENTO (CADCONSENT, VIA P201801) PARA     *
      * MALA DIRETA - OU PARA CONVITES, QUANDO HA EVENTO *
      * NO CARTAO - NAO RECEBE ETIQUETA.                 *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONVITE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS CHAVE-CONVITE
                    FILE STATUS  IS ST-CONVITE.
       SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
      *
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AMIGOS.DAT".
           COPY AMIGOREC.
       FD CADCONVITE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONVITE.DAT".
           COPY CONVITEREC.
       FD RELATORIO
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "ETIQUETAS.TXT".
       77 W-COL              PIC 9(01) VALUE ZEROS.
       77 W-CONT-ETIQUETAS   PIC 9(05) VALUE ZEROS.
       77 W-PARM-MODO        PIC X(01) VALUE SPACE.
       77 W-PARM-EVENTO      PIC X(06) VALUE SPACES.
       77 ST-CONVITE         PIC X(02) VALUE "00".
       77 W-CS-ORIGEM        PIC X(01) VALUE "A".
       77 W-CS-CHAVE         PIC X(12) VALUE SPACES.
       77 W-CS-FINALIDADE    PIC X(02) VALUE "MD".
       77 W-CS-PERMITE       PIC X(01) VALUE "S".
       77 W-CONT-SEMCONS     PIC 9(05) VALUE ZEROS.
       77 W-QTD-IMPRESSAS    PIC 9(03) COMP VALUE ZEROS.
       77 W-IND              PIC 9(03) COMP VALUE ZEROS.
       77 W-JA-IMPRESSA      PIC X(01) VALUE "N".
                ACCEPT W-PARM-TIPO
                ACCEPT W-PARM-UF
                ACCEPT W-PARM-MODO
                ACCEPT W-PARM-EVENTO
                IF W-PARM-EVENTO NOT = SPACES
                   MOVE "EV" TO W-CS-FINALIDADE.
                IF W-PARM-MODO = "f"
                   MOVE "F" TO W-PARM-MODO.
                IF W-PARM-TIPO NOT = ZEROS
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO AMIGOS: "
                                                           ST-ERRO
                   STOP RUN.
                IF W-PARM-EVENTO NOT = SPACES
                   OPEN INPUT CADCONVITE
                   IF ST-CONVITE NOT = "00"
                      DISPLAY "ERRO NA ABERTURA DO CADCONVITE: "
                                                          ST-CONVITE
                      MOVE 8 TO RETURN-CODE
                      STOP RUN.
                OPEN OUTPUT RELATORIO
                MOVE SPACES TO ETQ-LINHA1 ETQ-LINHA2 ETQ-LINHA3
                               ETQ-LINHA4 ETQ-LINHA5.
                   AND UF NOT = W-PARM-UF
                   GO TO ETIQUETA-001.
      *
      * FILTRO POR EVENTO: SO QUEM ESTA NA LISTA DE CONVIDADOS
      *
                IF W-PARM-EVENTO NOT = SPACES
                   MOVE W-PARM-EVENTO TO CNV-EVENTO
                   MOVE APELIDO       TO CNV-APELIDO
                   READ CADCONVITE
                   IF ST-CONVITE NOT = "00"
                      GO TO ETIQUETA-001.
      *
      * CONSENTIMENTO REVOGADO (LGPD): SEM ETIQUETA
      *
                MOVE APELIDO TO W-CS-CHAVE
                CALL "P201801" USING W-CS-ORIGEM W-CS-CHAVE
                                     W-CS-FINALIDADE W-CS-PERMITE
                IF W-CS-PERMITE = "N"
                   ADD 1 TO W-CONT-SEMCONS
                   GO TO ETIQUETA-001.
      *
      * MODO POR FAMILIA: SO A PRIMEIRA OCORRENCIA DE CADA
      * CHAVE-FAMILIA GANHA ETIQUETA, ENDERECADA A FAMILIA
      *
      *
       FECHA-ARQUIVOS.
                DISPLAY "ETIQUETAS EMITIDAS: " W-CONT-ETIQUETAS
                DISPLAY "SEM CONSENTIMENTO.: " W-CONT-SEMCONS
                CLOSE AMIGOS RELATORIO
                IF W-PARM-EVENTO NOT = SPACES
                   CLOSE CADCONVITE.
       FECHA-ARQUIVOS-FIM.
                EXIT.
