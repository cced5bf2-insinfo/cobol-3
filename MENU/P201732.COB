       PROGRAM-ID. P201732.
       AUTHOR. LEANDRO.
      **************************************************
      * LANCAMENTO DE CONTATO COM AMIGO (CADCONTATO). O  *
      * OPERADOR INFORMA O APELIDO (CONFERIDO NO         *
      * AMIGOS.DAT), A DATA, O TIPO DE CONTATO           *
      * (T=TELEFONE C=CARTA E=EMAIL V=VISITA O=OUTRO) E  *
      * UMA NOTA CURTA. ACESSIVEL PELO MENU001 E PELO F4 *
      * DA TELA FPP001. O P201733 LISTA OS AMIGOS SEM    *
      * CONTATO NOS ULTIMOS N MESES. AO INFORMAR O       *
      * APELIDO, MOSTRA O RETORNO PENDENTE (TIPO R,      *
      * GRAVADO PELO P201795 PARA O DOADOR QUE PAROU DE  *
      * CONTRIBUIR) AINDA SEM CONTATO DEPOIS DELE.       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-OP-NOME    PIC X(30) VALUE SPACES.
       77 W-QSC-PROGRAMA PIC X(08) VALUE "P201732".
       77 W-QSC-LIBERADO PIC X(01) VALUE "N".
       77 W-RET-APELIDO    PIC X(12) VALUE SPACES.
       77 W-RET-NOTA       PIC X(30) VALUE SPACES.
       77 W-AUD-PROGRAMA   PIC X(08) VALUE "P201732".
       77 W-AUD-ACAO       PIC X(10) VALUE SPACES.
       77 W-AUD-CHAVE      PIC X(20) VALUE SPACES.
                   MOVE "*** AMIGO EXCLUIDO DO CADASTRO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CON-002.
                DISPLAY (04, 30) NOME
                PERFORM BUSCA-RETORNO THRU BUSCA-RETORNO-FIM
                DISPLAY (05, 01) LIMPA
                IF W-RET-NOTA NOT = SPACES
                   DISPLAY (05, 01) "RETORNO PENDENTE: "
                   DISPLAY (05, 19) W-RET-NOTA.
       CON-003.
                ACCEPT (06, 15) CTT-DATA
                ACCEPT W-ACT FROM ESCAPE KEY
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CON-001.
      *
      *****************************************
      * RETORNO PENDENTE (TIPO R, DO P201795)  *
      * SEM CONTATO LANCADO DEPOIS DELE        *
      *****************************************
       BUSCA-RETORNO.
                MOVE SPACES TO W-RET-NOTA
                MOVE CTT-APELIDO TO W-RET-APELIDO
                MOVE ZEROS TO CTT-DATA CTT-SEQ
                START CADCONTATO KEY IS NOT < CHAVE-CONTATO
                IF ST-ERRO NOT = "00"
                   GO TO BUSCA-RETORNO2.
       BUSCA-RETORNO1.
                READ CADCONTATO NEXT RECORD
                   AT END
                      GO TO BUSCA-RETORNO2.
                IF CTT-APELIDO NOT = W-RET-APELIDO
                   GO TO BUSCA-RETORNO2.
                IF CTT-RETORNO
                   MOVE CTT-NOTA TO W-RET-NOTA
                ELSE
                   MOVE SPACES TO W-RET-NOTA.
                GO TO BUSCA-RETORNO1.
       BUSCA-RETORNO2.
                MOVE W-RET-APELIDO TO CTT-APELIDO
                MOVE SPACES TO CTT-TIPO CTT-NOTA
                MOVE ZEROS  TO CTT-DATA CTT-SEQ.
       BUSCA-RETORNO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
