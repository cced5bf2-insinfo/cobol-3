      **************************************************
      * UNLOAD/BACKUP DIARIO DOS CINCO CADASTROS. LE     *
      * CADCEP.DAT, CADEPTO.DAT, CADCARGO.DAT,           *
      * CADNOTA.DAT E AMIGOS.DAT NA ORDEM DA CHAVE       *
      * PRIMARIA E COPIA CADA UM PARA UM ARQUIVO         *
      * SEQUENCIAL DATADO (SUFIXO AAAAMMDD), PARA QUE    *
      * UMA CARGA EM LOTE OU UM PROGRAMA COM DEFEITO     *
      * TENHA COMO SER REVERTIDO. RODAR ANTES DA         *
      * MANUTENCAO DO PROXIMO DIA. CADA UNLOAD E         *
      * CATALOGADO NO BKPCAT.DAT COM O TOTAL DE          *
      * REGISTROS E A SOMA DE CONFERENCIA DAS CHAVES     *
      * NUMERICAS - E CONTRA ESSE CATALOGO QUE O P201741 *
      * VERIFICA O BACKUP E O P201742 CONTROLA A         *
      * RETENCAO DAS GERACOES. O CATALOGO GUARDA TAMBEM  *
      * A HORA DE INICIO DO UNLOAD, PONTO DE PARTIDA DA  *
      * REAPLICACAO DA AUDITORIA (P201804).              *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                   88 SIT-ATIVO-EPTO     VALUE "A".
                   88 SIT-EXCLUIDO-EPTO  VALUE "E".
                03 CODIGO-PAI    PIC 9(03) VALUE ZEROS.
                03 UNIDADE-EPTO  PIC 9(02) VALUE ZEROS.
                03 FILLER        PIC X(34).
       FD CADCARGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARGO.DAT".
                03 BKP-CENTROCUSTO    PIC 9(1).
                03 BKP-SIT-EPTO       PIC X(01).
                03 BKP-CODIGO-PAI     PIC 9(03).
                03 BKP-UNIDADE-EPTO   PIC 9(02).
                03 FILLER             PIC X(34).
       FD CADCARGO-BACKUP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-CADCARGO.
                   05 BKP-FALTAS3 PIC 9(02).
                   05 BKP-FALTAS4 PIC 9(02).
                03 BKP-SIT-NOTA   PIC X(01).
                03 BKP-SAIDA-MOTIVO PIC X(01).
                03 BKP-SAIDA-DATA PIC 9(08).
                03 FILLER         PIC X(03).
       FD AMIGOS-BACKUP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-AMIGOS.
                03 W-ANO-ATUAL     PIC 9(04).
                03 W-MES-ATUAL     PIC 9(02).
                03 W-DIA-ATUAL     PIC 9(02).
       01 W-AGORA.
                03 W-AGORA-HHMMSS  PIC 9(06).
                03 W-AGORA-CS      PIC 9(02).
       01 W-NOME-CADCEP.
                03 FILLER          PIC X(09) VALUE "CADCEP.BK".
                03 W-SUFIXO-CEP    PIC X(08).
      *
       ABRE-ARQUIVOS.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                ACCEPT W-AGORA FROM TIME
                MOVE W-HOJE TO W-SUFIXO-CEP
                MOVE W-HOJE TO W-SUFIXO-EPTO
                MOVE W-HOJE TO W-SUFIXO-CARGO
                   MOVE ZEROS TO BKP-CODIGO-PAI
                ELSE
                   MOVE CODIGO-PAI TO BKP-CODIGO-PAI.
                IF UNIDADE-EPTO NOT NUMERIC
                   MOVE ZEROS TO BKP-UNIDADE-EPTO
                ELSE
                   MOVE UNIDADE-EPTO TO BKP-UNIDADE-EPTO.
                WRITE REGDEPTO-BKP
                ADD 1 TO W-CONT-EPTO
                ADD BKP-CODIGO-EPTO TO W-SOMA-EPTO
                MOVE NOTAS       TO BKP-NOTAS
                MOVE FALTAS      TO BKP-FALTAS
                MOVE SIT-REGISTRO OF REGNOTA TO BKP-SIT-NOTA
                MOVE SAIDA-MOTIVO TO BKP-SAIDA-MOTIVO
                IF SAIDA-DATA NOT NUMERIC
                   MOVE ZEROS TO BKP-SAIDA-DATA
                ELSE
                   MOVE SAIDA-DATA TO BKP-SAIDA-DATA.
                WRITE REGNOTA-BKP
                ADD 1 TO W-CONT-NOTA
                ADD BKP-RM TO W-SOMA-NOTA
      *
       GRAVA-CATALOGO1.
                MOVE W-HOJE TO CAT-DATA
                MOVE W-AGORA-HHMMSS TO CAT-HORA
                MOVE "G" TO CAT-SIT
                WRITE REGBKPCAT
                IF ST-BKPCAT = "22"
