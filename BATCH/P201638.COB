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
      *****************************************
      * RECONSTROI O CADEPTO.DAT A PARTIR DO   *
      * BACKUP DATADO (LAYOUT REGDEPTO-BKP DO  *
      * P201625, COM O DEPTO SUPERIOR E A      *
      * UNIDADE)                               *
      *****************************************
       RESTAURA-EPTO.
                OPEN INPUT CADEPTO-BACKUP
                MOVE BKP-CENTROCUSTO  TO CENTROCUSTO
                MOVE BKP-SIT-EPTO     TO SIT-REGISTRO-EPTO
                MOVE BKP-CODIGO-PAI   TO CODIGO-PAI
                MOVE BKP-UNIDADE-EPTO TO UNIDADE-EPTO
                IF BKP-UNIDADE-EPTO NOT NUMERIC
                   MOVE ZEROS TO UNIDADE-EPTO.
                WRITE REGDEPTO
                IF ST-ERRO = "00" OR "02"
                   ADD 1 TO W-CONT-GRAVADOS
                MOVE BKP-NOTAS      TO NOTAS
                MOVE BKP-FALTAS     TO FALTAS
                MOVE BKP-SIT-NOTA   TO SIT-REGISTRO OF REGNOTA
                MOVE BKP-SAIDA-MOTIVO TO SAIDA-MOTIVO
                MOVE BKP-SAIDA-DATA TO SAIDA-DATA
                IF BKP-SAIDA-DATA NOT NUMERIC
                   MOVE ZEROS TO SAIDA-DATA.
                WRITE REGNOTA
                IF ST-ERRO = "00" OR "02"
                   ADD 1 TO W-CONT-GRAVADOS
