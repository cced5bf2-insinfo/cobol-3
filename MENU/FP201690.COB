      * CODIGO, NOME E O CODIGO DE OPERADOR DO CADOPER   *
      * QUE O PROFESSOR USA NO SIGN-ON - E POR ESSE      *
      * VINCULO QUE O P201652 DESCOBRE QUAL PROFESSOR    *
      * ESTA LANCANDO NOTAS (VIA P201692). A MATRICULA   *
      * DO CADFUNC (OPCIONAL, CONFERIDA NO CADASTRO DE   *
      * FUNCIONARIOS) E O VINCULO QUE O P201763 USA PARA *
      * LEVAR AS AULAS DADAS DO MES AO FOLHA.MOV.        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PRF-NOME
                               WITH DUPLICATES.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FUN-MATRICULA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS FUN-NOME
                               WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROF.DAT".
           COPY PROFREC.
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
           COPY FUNCREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL            PIC 9(01) VALUE ZEROS.
       77 W-TECLA          PIC X(01) VALUE SPACE.
       77 W-OPCAO          PIC X(01) VALUE SPACES.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-FUNC          PIC X(02) VALUE "00".
       77 W-FUNC-ABERTO    PIC X(01) VALUE "N".
       77 W-ACT            PIC 9(02) VALUE ZEROS.
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
                      GO TO ROT-FIM
                   ELSE
                      NEXT SENTENCE.
      *
      * SEM CADFUNC A TELA CONTINUA, MAS SO ACEITA PROFESSOR SEM
      * VINCULO DE MATRICULA
      *
                OPEN INPUT CADFUNC
                IF ST-FUNC = "00"
                   MOVE "S" TO W-FUNC-ABERTO.
       INC-001.
                MOVE ZEROS  TO PRF-CODIGO PRF-MATRICULA
                MOVE SPACES TO PRF-NOME PRF-OPERADOR
                MOVE "A" TO PRF-SIT-REGISTRO
                DISPLAY  (01, 01) ERASE
                DISPLAY  (01, 20) "CADASTRO DE PROFESSORES"
                DISPLAY  (04, 01) "CODIGO: "
                DISPLAY  (05, 01) "NOME: "
                DISPLAY  (06, 01) "OPERADOR (CADOPER): "
                DISPLAY  (07, 01) "MATRICULA (CADFUNC): ".
       INC-002.
                ACCEPT  (04, 09) PRF-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADPROF
                   IF W-FUNC-ABERTO = "S"
                      CLOSE CADFUNC
                      GO TO ROT-FIM
                   ELSE
                      GO TO ROT-FIM.
                IF PRF-CODIGO = ZEROS
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       LER-PROF01.
                MOVE 0 TO W-SEL
                READ CADPROF
                IF ST-ERRO = "00" AND PRF-MATRICULA NOT NUMERIC
                   MOVE ZEROS TO PRF-MATRICULA.
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY  (04, 09) PRF-CODIGO
                      DISPLAY  (05, 07) PRF-NOME
                      DISPLAY  (06, 21) PRF-OPERADOR
                      DISPLAY  (07, 22) PRF-MATRICULA
                      MOVE REGPROF TO W-AUD-ANTES
                      MOVE "*** PROFESSOR JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                ACCEPT (06, 21) PRF-OPERADOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
       INC-005.
                ACCEPT (07, 22) PRF-MATRICULA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                DISPLAY (07, 28) LIMPA
                IF PRF-MATRICULA = ZEROS
                   GO TO INC-005A.
                IF W-FUNC-ABERTO NOT = "S"
                   MOVE "*** CADFUNC INDISPONIVEL - DEIXE ZEROS ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                MOVE PRF-MATRICULA TO FUN-MATRICULA
                READ CADFUNC
                IF ST-FUNC NOT = "00" OR FUN-SIT-EXCLUIDO
                   MOVE "*** MATRICULA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                DISPLAY (07, 28) FUN-NOME.
       INC-005A.

                IF W-SEL = 1
                            GO TO ALT-OPC.
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
