      * UNLOAD E CONFRONTA COM O CATALOGO E COM O ARQUIVO VIVO,
      * MARCANDO V=VERIFICADO OU D=DIVERGENTE; O P201742 EXPURGA AS
      * GERACOES ALEM DA RETENCAO (SIT E=EXPURGADA), PRESERVANDO
      * SEMPRE A ULTIMA BOA DE CADA CADASTRO. CAT-HORA E A HORA EM QUE
      * O UNLOAD COMECOU (HHMMSS): O P201804 SO REAPLICA SOBRE O
      * CADASTRO RESTAURADO AS LINHAS DA AUDITORIA POSTERIORES A ELA
      * (BRANCO NAS LINHAS GRAVADAS ANTES DO CAMPO = DESDE 00:00).
      *-----------------------------------------------------------------
       01 REGBKPCAT.
                03 CHAVE-BKPCAT.
                   88 CAT-VERIFICADO   VALUE "V".
                   88 CAT-DIVERGENTE   VALUE "D".
                   88 CAT-EXPURGADO    VALUE "E".
                03 CAT-HORA         PIC 9(06).
                03 FILLER           PIC X(10).
