      * E O HISTORICO PASSAM A IMPRIMIR ESTA DECISAO NO   *
      * LUGAR DA SITUACAO CALCULADA (VIA P201697), SEM    *
      * NINGUEM MAIS PRECISAR FALSEAR NOTA NO P201613.    *
      * ANTES DA DECISAO, MOSTRA AS OCORRENCIAS           *
      * DISCIPLINARES DO ALUNO NA TURMA (CADOCORR VIA     *
      * P201751).                                         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-AUD-CHAVE      PIC X(20) VALUE SPACES.
       77 W-AUD-ANTES      PIC X(200) VALUE SPACES.
       77 W-AUD-DEPOIS     PIC X(200) VALUE SPACES.
       77 W-OCO-ATRASOS    PIC 9(03) VALUE ZEROS.
       77 W-OCO-INDISC     PIC 9(03) VALUE ZEROS.
       77 W-OCO-ADVERT     PIC 9(03) VALUE ZEROS.
       77 W-OCO-SUSP       PIC 9(03) VALUE ZEROS.
       77 W-OCO-DIAS       PIC 9(03) VALUE ZEROS.
       77 W-OCO-ACHOU      PIC X(01) VALUE "N".
       01 W-HOJE.
                03 W-ANO-ATUAL     PIC 9(04).
                03 W-MES-ATUAL     PIC 9(02).
                DISPLAY  (07, 01) "SITUACAO DECIDIDA: "
                DISPLAY  (08, 01) "(APROVADO, REPROVADO, RECUP. NOTAS,"
                DISPLAY  (08, 38) "REPOSICAO AULAS)"
                DISPLAY  (10, 01) "JUSTIFICATIVA: "
                DISPLAY  (12, 01) "OCORRENCIAS NA TURMA - ATRASOS: "
                DISPLAY  (12, 38) "INDISCIPLINAS: "
                DISPLAY  (13, 01) "ADVERTENCIAS: "
                DISPLAY  (13, 20) "SUSPENSOES: "
                DISPLAY  (13, 38) "DIAS SUSPENSO: ".
       INC-002.
                ACCEPT  (04, 05) CON-RM
                ACCEPT W-ACT FROM ESCAPE KEY
                   MOVE "*** ALUNO EXCLUIDO DO CADNOTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 08) NOME OF REGNOTA
                MOVE "N" TO W-OCO-ACHOU
                CALL "P201751" USING CON-RM CON-TURMA CON-ANOLETIVO
                                     W-OCO-ATRASOS W-OCO-INDISC
                                     W-OCO-ADVERT W-OCO-SUSP
                                     W-OCO-DIAS W-OCO-ACHOU
                DISPLAY (12, 33) W-OCO-ATRASOS
                DISPLAY (12, 53) W-OCO-INDISC
                DISPLAY (13, 15) W-OCO-ADVERT
                DISPLAY (13, 32) W-OCO-SUSP
                DISPLAY (13, 53) W-OCO-DIAS.
       LER-CONSELHO.
                MOVE 0 TO W-SEL
                READ CADCONSELHO
