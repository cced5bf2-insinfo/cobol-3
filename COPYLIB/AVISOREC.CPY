      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADAVISO.DAT - LOG DOS AVISOS ENVIADOS AS
      * FAMILIAS PELO P201765. UMA LINHA POR EVENTO JA TRATADO, PARA O
      * MESMO EVENTO NUNCA SER AVISADO DUAS VEZES:
      * - F = FALTA: AVI-EVENTO = DATA DA FALTA (AAAAMMDD);
      * - N = NOTA : AVI-EVENTO = MATERIA (2) + BIMESTRE (1);
      * - M = MENSALIDADE VENCIDA: AVI-EVENTO = MES DE REFERENCIA
      *   DA COBRANCA (AAAAMM).
      * AVI-CANAL GUARDA COMO O AVISO SAIU (S=SMS, E=E-MAIL, A=AMBOS)
      * OU X QUANDO O EVENTO FOI DESCARTADO (FAMILIA QUE NAO ACEITA
      * AVISOS OU SEM TELEFONE/E-MAIL) - ASSIM A FAMILIA QUE VOLTA A
      * ACEITAR NAO RECEBE DE UMA VEZ OS AVISOS ANTIGOS.
      *-----------------------------------------------------------------
       01 REGAVISO.
                03 CHAVE-AVISO.
                   05 AVI-TIPO      PIC X(01).
                      88 AVI-FALTA     VALUE "F".
                      88 AVI-NOTA      VALUE "N".
                      88 AVI-MENS      VALUE "M".
                   05 AVI-RM        PIC 9(05).
                   05 AVI-TURMA     PIC X(05).
                   05 AVI-ANOLETIVO PIC 9(04).
                   05 AVI-EVENTO    PIC X(08).
                03 AVI-DATA-ENVIO   PIC 9(08).
                03 AVI-SEQ-ARQ      PIC 9(06).
                03 AVI-CANAL        PIC X(01).
                   88 AVI-DESCARTADO   VALUE "X".
                03 FILLER           PIC X(22).
