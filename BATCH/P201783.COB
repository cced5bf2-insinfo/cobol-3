       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201783.
       AUTHOR. LEANDRO.
      **************************************************
      * INFORME DE RENDIMENTOS DOS FUNCIONARIOS E        *
      * ARQUIVO ANUAL DE RETENCOES NA FONTE. PARA O ANO- *
      * CALENDARIO DO CARTAO SYSIN (ZEROS = ANO          *
      * ANTERIOR), SOMA DO FOLHAHIST.DAT, POR CPF DO     *
      * FUNCIONARIO (FUN-CPF; MATRICULAS DO MESMO CPF    *
      * JUNTAS), OS RENDIMENTOS TRIBUTAVEIS (FOLHA       *
      * MENSAL "M" E FERIAS "F"), O INSS E O IRRF        *
      * RETIDOS, O 13O SALARIO ("D", TRIBUTACAO          *
      * EXCLUSIVA) COM O INSS E O IRRF DELE, E A DEDUCAO *
      * DE DEPENDENTES (DEPENDENTES ATIVOS DO CADDEP VIA *
      * P201731, VEZES O VALOR MENSAL, VEZES OS MESES DE *
      * FOLHA NO ANO). O ADIANTAMENTO ("A") JA ESTA NA   *
      * FOLHA DO MES E NAO ENTRA; A RESCISAO ("R") NAO   *
      * SEPARA SALDO, FERIAS INDENIZADAS E 13O E SAI     *
      * NAS INFORMACOES COMPLEMENTARES PARA O CONTADOR   *
      * CLASSIFICAR. O ANO E O DA COMPETENCIA (FH-       *
      * ANOMES). OS CARTOES SEGUINTES TRAZEM O CNPJ E O  *
      * NOME EMPRESARIAL DA ESCOLA E O RESPONSAVEL PELAS *
      * INFORMACOES. UM INFORME POR CPF NO MODELO        *
      * OFICIAL SAI EM INFORME.TXT; AS RETENCOES POR CPF *
      * SAEM EM RETENCAO.TXT (HEADER COM CNPJ E ANO, UM  *
      * DETALHE POR CPF E TRAILER COM QUANTIDADE E       *
      * SOMAS), PARA A DECLARACAO ANUAL A RECEITA. O     *
      * REGISTRO DE CONFERENCIA SAI PELO MODULO COMUM    *
      * P201675; FUNCIONARIO SEM CPF RECEBE O INFORME    *
      * MAS FICA FORA DO ARQUIVO E E ACUSADO NO          *
      * REGISTRO.                                        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FOLHAHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FOLHAHIST
                    FILE STATUS  IS ST-HIST.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FUN-MATRICULA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS FUN-NOME
                               WITH DUPLICATES.
       SELECT INFORME ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RETENCAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
       SELECT WORK-FILE ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD FOLHAHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAHIST.DAT".
           COPY FOLHAHISTREC.
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
           COPY FUNCREC.
       FD INFORME
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "INFORME.TXT".
       01 LINHA-INF                 PIC X(80).
       FD RETENCAO
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "RETENCAO.TXT".
       01 LINHA-RET                 PIC X(150).
       SD WORK-FILE.
       01 WORK-REC.
                03 WK-CPF         PIC 9(11).
                03 WK-MATRICULA   PIC 9(05).
                03 WK-NOME        PIC X(30).
                03 WK-TRIB        PIC 9(08)V99.
                03 WK-INSS        PIC 9(08)V99.
                03 WK-IRRF        PIC 9(08)V99.
                03 WK-DECIMO      PIC 9(08)V99.
                03 WK-INSS-13     PIC 9(08)V99.
                03 WK-IRRF-13     PIC 9(08)V99.
                03 WK-RESCISAO    PIC 9(08)V99.
                03 WK-DEDUCAO     PIC 9(06)V99.
                03 WK-QTD-DEP     PIC 9(02).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "INFORME DE RENDIMENTOS - CONFERENCIA".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201783".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201783".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 ST-HIST           PIC X(02) VALUE "00".
       77 ST-FUNC           PIC X(02) VALUE "00".
       77 W-PARM-ANO        PIC 9(04) VALUE ZEROS.
       77 W-PARM-CNPJ       PIC 9(14) VALUE ZEROS.
       77 W-PARM-RAZAO      PIC X(40) VALUE SPACES.
       77 W-PARM-RESPONSAVEL PIC X(30) VALUE SPACES.
       77 W-HOJE            PIC 9(08) VALUE ZEROS.
       77 W-MATR-ANT        PIC 9(05) VALUE ZEROS.
       77 W-PRIMEIRA        PIC X(01) VALUE "S".
       77 W-QTD-DEP         PIC 9(02) VALUE ZEROS.
       77 W-FUN-CPF         PIC 9(11) VALUE ZEROS.
       77 W-FUN-NOME        PIC X(30) VALUE SPACES.
       77 W-CONT-LIDAS      PIC 9(07) VALUE ZEROS.
       77 W-CONT-INFORMES   PIC 9(05) VALUE ZEROS.
       77 W-CONT-ARQUIVO    PIC 9(06) VALUE ZEROS.
       77 W-CONT-SEMCPF     PIC 9(05) VALUE ZEROS.
       77 W-IND             PIC 9(02) COMP VALUE ZEROS.
      *
      * DEDUCAO MENSAL POR DEPENDENTE NA BASE DO IRRF (A MESMA DA
      * FOLHA P201662)
      *
       77 W-VALOR-POR-DEP   PIC 9(04)V99 VALUE 189,59.
      *
      * ACUMULADORES DO CPF CORRENTE E DO ARQUIVO
      *
       77 W-GRP-TRIB        PIC 9(09)V99 VALUE ZEROS.
       77 W-GRP-INSS        PIC 9(09)V99 VALUE ZEROS.
       77 W-GRP-IRRF        PIC 9(09)V99 VALUE ZEROS.
       77 W-GRP-DECIMO      PIC 9(09)V99 VALUE ZEROS.
       77 W-GRP-INSS-13     PIC 9(09)V99 VALUE ZEROS.
       77 W-GRP-IRRF-13     PIC 9(09)V99 VALUE ZEROS.
       77 W-GRP-RESCISAO    PIC 9(09)V99 VALUE ZEROS.
       77 W-GRP-DEDUCAO     PIC 9(09)V99 VALUE ZEROS.
       77 W-GRP-QTD-DEP     PIC 9(02) VALUE ZEROS.
       77 W-GRP-LIQ-13      PIC 9(09)V99 VALUE ZEROS.
       77 W-GRP-NOME        PIC X(30) VALUE SPACES.
       77 W-GRP-QTD-MATR    PIC 9(02) VALUE ZEROS.
       77 W-TOT-TRIB        PIC 9(13)V99 VALUE ZEROS.
       77 W-TOT-IRRF        PIC 9(13)V99 VALUE ZEROS.
       01 W-GRP-MATRICULAS.
                03 W-GRP-MATR OCCURS 10 TIMES PIC 9(05).
       01 W-CPF-ANT         PIC 9(11) VALUE ZEROS.
       01 W-CPF-R REDEFINES W-CPF-ANT.
                03 W-CPF-P1      PIC 9(03).
                03 W-CPF-P2      PIC 9(03).
                03 W-CPF-P3      PIC 9(03).
                03 W-CPF-DV      PIC 9(02).
       01 W-CNPJ-R.
                03 W-CNPJ-P1     PIC 9(02).
                03 W-CNPJ-P2     PIC 9(03).
                03 W-CNPJ-P3     PIC 9(03).
                03 W-CNPJ-P4     PIC 9(04).
                03 W-CNPJ-DV     PIC 9(02).
       01 W-CNPJ-NUM REDEFINES W-CNPJ-R PIC 9(14).
       01 W-HOJE-R.
                03 W-ANO-ATUAL   PIC 9(04).
                03 W-MES-ATUAL   PIC 9(02).
                03 W-DIA-ATUAL   PIC 9(02).
       01 W-ANOMES-R.
                03 W-AM-ANO      PIC 9(04).
                03 W-AM-MES      PIC 9(02).
      *
      * INFORME (MODELO OFICIAL DO COMPROVANTE DE RENDIMENTOS)
      *
       01 LINHA-INF-TIT1    PIC X(80) VALUE
           "MINISTERIO DA FAZENDA - RECEITA FEDERAL DO BRASIL".
       01 LINHA-INF-TIT2    PIC X(80) VALUE
           "COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO SOBRE A RENDA
      -    " RETIDO NA FONTE".
       01 LINHA-INF-ANO.
                03 FILLER        PIC X(24)
                    VALUE "ANO-CALENDARIO DE ".
                03 LI-ANO        PIC 9(04).
       01 LINHA-INF-Q1      PIC X(80) VALUE
           "1. FONTE PAGADORA PESSOA JURIDICA".
       01 LINHA-INF-CNPJ.
                03 FILLER        PIC X(09) VALUE "   CNPJ: ".
                03 LI-CNPJ-P1    PIC 9(02).
                03 FILLER        PIC X(01) VALUE ".".
                03 LI-CNPJ-P2    PIC 9(03).
                03 FILLER        PIC X(01) VALUE ".".
                03 LI-CNPJ-P3    PIC 9(03).
                03 FILLER        PIC X(01) VALUE "/".
                03 LI-CNPJ-P4    PIC 9(04).
                03 FILLER        PIC X(01) VALUE "-".
                03 LI-CNPJ-DV    PIC 9(02).
       01 LINHA-INF-RAZAO.
                03 FILLER        PIC X(21)
                    VALUE "   NOME EMPRESARIAL: ".
                03 LI-RAZAO      PIC X(40).
       01 LINHA-INF-Q2      PIC X(80) VALUE
           "2. PESSOA FISICA BENEFICIARIA DOS RENDIMENTOS".
       01 LINHA-INF-CPF.
                03 FILLER        PIC X(08) VALUE "   CPF: ".
                03 LI-CPF-P1     PIC 9(03).
                03 FILLER        PIC X(01) VALUE ".".
                03 LI-CPF-P2     PIC 9(03).
                03 FILLER        PIC X(01) VALUE ".".
                03 LI-CPF-P3     PIC 9(03).
                03 FILLER        PIC X(01) VALUE "-".
                03 LI-CPF-DV     PIC 9(02).
       01 LINHA-INF-NOME.
                03 FILLER        PIC X(18)
                    VALUE "   NOME COMPLETO: ".
                03 LI-NOME       PIC X(30).
       01 LINHA-INF-NATUREZA PIC X(80) VALUE
           "   NATUREZA DO RENDIMENTO: TRABALHO ASSALARIADO".
       01 LINHA-INF-Q3      PIC X(80) VALUE
           "3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO SOBRE A RENDA
      -    " RETIDO NA FONTE".
       01 LINHA-INF-Q4      PIC X(80) VALUE
           "4. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS".
       01 LINHA-INF-Q5      PIC X(80) VALUE
           "5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA (RENDIMENTO L
      -    "IQUIDO)".
       01 LINHA-INF-Q6      PIC X(80) VALUE
           "6. RENDIMENTOS RECEBIDOS ACUMULADAMENTE".
       01 LINHA-INF-Q7      PIC X(80) VALUE
           "7. INFORMACOES COMPLEMENTARES".
       01 LINHA-INF-Q8      PIC X(80) VALUE
           "8. RESPONSAVEL PELAS INFORMACOES".
       01 LINHA-INF-VALOR.
                03 FILLER        PIC X(03) VALUE SPACES.
                03 LV-ITEM       PIC X(55).
                03 LV-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-INF-DEP.
                03 FILLER        PIC X(29)
                    VALUE "   DEDUCAO DE DEPENDENTES (".
                03 LD-QTD-DEP    PIC Z9.
                03 FILLER        PIC X(27)
                    VALUE " DEPENDENTES NO CADASTRO)".
                03 LD-DEDUCAO    PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-INF-MATR.
                03 FILLER        PIC X(23)
                    VALUE "   MATRICULA NA ESCOLA ".
                03 LM-MATRICULA  PIC ZZZZ9.
       01 LINHA-INF-RESP.
                03 FILLER        PIC X(09) VALUE "   NOME: ".
                03 LR-RESPONSAVEL PIC X(30).
                03 FILLER        PIC X(08) VALUE "  DATA: ".
                03 LR-DIA        PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LR-MES        PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LR-ANO        PIC 9(04).
       01 LINHA-INF-ASSIN   PIC X(80) VALUE
           "   ASSINATURA: ______________________________".
       01 LINHA-INF-SEPARA  PIC X(80) VALUE ALL "-".
      *
      * ARQUIVO ANUAL DE RETENCOES POR CPF (COLUNAS FIXAS)
      *
       01 RET-HEADER.
                03 FILLER        PIC X(01) VALUE "0".
                03 RH-CNPJ       PIC 9(14).
                03 RH-ANO        PIC 9(04).
                03 RH-RAZAO      PIC X(40).
                03 FILLER        PIC X(91) VALUE SPACES.
       01 RET-DETALHE.
                03 FILLER        PIC X(01) VALUE "1".
                03 RD-CPF        PIC 9(11).
                03 RD-NOME       PIC X(30).
                03 RD-TRIB       PIC 9(11)V99.
                03 RD-INSS       PIC 9(11)V99.
                03 RD-IRRF       PIC 9(11)V99.
                03 RD-DECIMO     PIC 9(11)V99.
                03 RD-IRRF-13    PIC 9(11)V99.
                03 RD-DEDUCAO    PIC 9(11)V99.
                03 FILLER        PIC X(30) VALUE SPACES.
       01 RET-TRAILER.
                03 FILLER        PIC X(01) VALUE "9".
                03 RT-QTD        PIC 9(06).
                03 RT-TRIB       PIC 9(13)V99.
                03 RT-IRRF       PIC 9(13)V99.
                03 FILLER        PIC X(113) VALUE SPACES.
      *
      * REGISTRO DE CONFERENCIA
      *
       01 LINHA-PARM.
                03 FILLER        PIC X(19) VALUE "ANO-CALENDARIO...: ".
                03 LP-ANO        PIC 9(04).
       01 LINHA-CAB2.
                03 FILLER        PIC X(19) VALUE "CPF         MATRIC".
                03 FILLER        PIC X(31) VALUE "NOME".
                03 FILLER        PIC X(30)
                    VALUE "     TRIBUTAVEL           INSS".
                03 FILLER        PIC X(30)
                    VALUE "           IRRF       13O SAL.".
                03 FILLER        PIC X(15) VALUE "       RESCISAO".
       01 LINHA-DET.
                03 LD-CPF        PIC 9(11).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-MATRICULA  PIC ZZZZ9.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-NOME       PIC X(30).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-TRIB       PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-INSS       PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-IRRF       PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-DECIMO     PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-RESCISAO   PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-OBS        PIC X(07).
       01 LINHA-TOT1.
                03 FILLER        PIC X(30)
                    VALUE "LINHAS DO HISTORICO NO ANO..: ".
                03 LT1-QTD       PIC ZZZZZZ9.
       01 LINHA-TOT2.
                03 FILLER        PIC X(30)
                    VALUE "INFORMES EMITIDOS...........: ".
                03 LT2-QTD       PIC ZZZZZZ9.
       01 LINHA-TOT3.
                03 FILLER        PIC X(30)
                    VALUE "CPFS NO ARQUIVO DE RETENCAO.: ".
                03 LT3-QTD       PIC ZZZZZZ9.
                03 FILLER        PIC X(09) VALUE "  IRRF: ".
                03 LT3-IRRF      PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOT4.
                03 FILLER        PIC X(30)
                    VALUE "FUNCIONARIOS SEM CPF........: ".
                03 LT4-QTD       PIC ZZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                PERFORM ACEITA-PARM THRU ACEITA-PARM-FIM
                OPEN INPUT FOLHAHIST
                IF ST-HIST NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO FOLHAHIST: " ST-HIST
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT CADFUNC
                IF ST-FUNC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: "
                                                             ST-FUNC
                   CLOSE FOLHAHIST
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN OUTPUT INFORME RETENCAO
                MOVE W-PARM-CNPJ  TO RH-CNPJ
                MOVE W-PARM-ANO   TO RH-ANO
                MOVE W-PARM-RAZAO TO RH-RAZAO
                WRITE LINHA-RET FROM RET-HEADER
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE W-PARM-ANO TO LP-ANO
                MOVE LINHA-PARM TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB2 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           SORT WORK-FILE
                ON ASCENDING KEY WK-CPF WK-MATRICULA
                INPUT PROCEDURE  IS LE-HIST THRU LE-HIST-FIM
                OUTPUT PROCEDURE IS INFORMES THRU INFORMES-FIM
                MOVE W-CONT-ARQUIVO TO RT-QTD
                MOVE W-TOT-TRIB     TO RT-TRIB
                MOVE W-TOT-IRRF     TO RT-IRRF
                WRITE LINHA-RET FROM RET-TRAILER
                CLOSE FOLHAHIST CADFUNC INFORME RETENCAO
                PERFORM TOTAIS THRU TOTAIS-FIM
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE "F" TO W-RC-EVENTO
                MOVE W-CONT-INFORMES TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                STOP RUN.
      *
      *****************************************
      * CARTOES: ANO-CALENDARIO (ZEROS = ANO   *
      * ANTERIOR), CNPJ, NOME EMPRESARIAL E    *
      * RESPONSAVEL PELAS INFORMACOES          *
      *****************************************
       ACEITA-PARM.
                ACCEPT W-PARM-ANO
                ACCEPT W-PARM-CNPJ
                ACCEPT W-PARM-RAZAO
                ACCEPT W-PARM-RESPONSAVEL
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE TO W-HOJE-R
                IF W-PARM-ANO = ZEROS
                   COMPUTE W-PARM-ANO = W-ANO-ATUAL - 1.
                IF W-PARM-ANO < 1900 OR W-PARM-ANO > W-ANO-ATUAL
                   DISPLAY "ANO-CALENDARIO INVALIDO NO CARTAO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                IF W-PARM-CNPJ = ZEROS OR W-PARM-RAZAO = SPACES
                   DISPLAY "CNPJ E NOME EMPRESARIAL DA ESCOLA SAO "
                           "OBRIGATORIOS NOS CARTOES"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE W-PARM-CNPJ TO W-CNPJ-NUM.
       ACEITA-PARM-FIM.
                EXIT.
      *
      *****************************************
      * SELECIONA AS LINHAS DO ANO, COM O CPF  *
      * E O NOME DO CADFUNC, SEPARANDO O QUE E *
      * TRIBUTAVEL, 13O E RESCISAO             *
      *****************************************
       LE-HIST.
                READ FOLHAHIST NEXT RECORD
                   AT END
                      GO TO LE-HIST-FIM
                   NOT AT END
                      NEXT SENTENCE.
                MOVE FH-ANOMES TO W-ANOMES-R
                IF W-AM-ANO NOT = W-PARM-ANO
                   GO TO LE-HIST.
      *
      * O ADIANTAMENTO (TIPO "A") JA ESTA INTEIRO NA LINHA MENSAL
      *
                IF FH-ADIANTAMENTO
                   GO TO LE-HIST.
                ADD 1 TO W-CONT-LIDAS
                IF FH-MATRICULA NOT = W-MATR-ANT OR W-PRIMEIRA = "S"
                   MOVE "N" TO W-PRIMEIRA
                   MOVE FH-MATRICULA TO W-MATR-ANT
                   PERFORM BUSCA-FUNC THRU BUSCA-FUNC-FIM.
                MOVE W-FUN-CPF     TO WK-CPF
                MOVE FH-MATRICULA  TO WK-MATRICULA
                MOVE W-FUN-NOME    TO WK-NOME
                MOVE W-QTD-DEP     TO WK-QTD-DEP
                MOVE ZEROS TO WK-TRIB WK-INSS WK-IRRF WK-DECIMO
                              WK-INSS-13 WK-IRRF-13 WK-RESCISAO
                              WK-DEDUCAO
                IF FH-DECIMO
                   MOVE FH-BRUTO TO WK-DECIMO
                   MOVE FH-INSS  TO WK-INSS-13
                   MOVE FH-IRRF  TO WK-IRRF-13
                   GO TO LE-HIST1.
                MOVE FH-INSS TO WK-INSS
                MOVE FH-IRRF TO WK-IRRF
                IF FH-RESCISAO
                   MOVE FH-BRUTO TO WK-RESCISAO
                   GO TO LE-HIST1.
                MOVE FH-BRUTO TO WK-TRIB
                IF FH-MENSAL
                   COMPUTE WK-DEDUCAO = W-QTD-DEP * W-VALOR-POR-DEP.
       LE-HIST1.
                RELEASE WORK-REC
                GO TO LE-HIST.
       LE-HIST-FIM.
                EXIT.
      *
       BUSCA-FUNC.
                MOVE ZEROS TO W-FUN-CPF W-QTD-DEP
                MOVE "*** SEM CADASTRO ***" TO W-FUN-NOME
                MOVE FH-MATRICULA TO FUN-MATRICULA
                READ CADFUNC
                IF ST-FUNC NOT = "00"
                   GO TO BUSCA-FUNC-FIM.
                MOVE FUN-NOME TO W-FUN-NOME
                IF FUN-CPF NUMERIC
                   MOVE FUN-CPF TO W-FUN-CPF.
                CALL "P201731" USING FH-MATRICULA W-QTD-DEP.
       BUSCA-FUNC-FIM.
                EXIT.
      *
      *****************************************
      * UM INFORME POR CPF (SEM CPF, UM POR    *
      * MATRICULA), COM A LINHA DO ARQUIVO DE  *
      * RETENCAO E A DO REGISTRO               *
      *****************************************
       INFORMES.
                MOVE "S" TO W-PRIMEIRA.
       INFORMES-010.
                RETURN WORK-FILE
                   AT END
                      GO TO INFORMES-020
                   NOT AT END
                      NEXT SENTENCE.
                IF W-PRIMEIRA = "S"
                   MOVE "N" TO W-PRIMEIRA
                   PERFORM NOVO-CPF THRU NOVO-CPF-FIM
                   GO TO INFORMES-015.
                IF WK-CPF NOT = W-CPF-ANT
                   PERFORM FECHA-CPF THRU FECHA-CPF-FIM
                   PERFORM NOVO-CPF THRU NOVO-CPF-FIM
                   GO TO INFORMES-015.
                IF WK-MATRICULA = W-MATR-ANT
                   GO TO INFORMES-015.
                IF WK-CPF = ZEROS
                   PERFORM FECHA-CPF THRU FECHA-CPF-FIM
                   PERFORM NOVO-CPF THRU NOVO-CPF-FIM
                   GO TO INFORMES-015.
      *
      * OUTRA MATRICULA DO MESMO CPF (READMISSAO): SOMA NO MESMO
      * INFORME
      *
                MOVE WK-MATRICULA TO W-MATR-ANT
                MOVE WK-NOME      TO W-GRP-NOME
                IF W-GRP-QTD-MATR < 10
                   ADD 1 TO W-GRP-QTD-MATR
                   MOVE WK-MATRICULA TO W-GRP-MATR (W-GRP-QTD-MATR).
                IF WK-QTD-DEP > W-GRP-QTD-DEP
                   MOVE WK-QTD-DEP TO W-GRP-QTD-DEP.
       INFORMES-015.
                ADD WK-TRIB     TO W-GRP-TRIB
                ADD WK-INSS     TO W-GRP-INSS
                ADD WK-IRRF     TO W-GRP-IRRF
                ADD WK-DECIMO   TO W-GRP-DECIMO
                ADD WK-INSS-13  TO W-GRP-INSS-13
                ADD WK-IRRF-13  TO W-GRP-IRRF-13
                ADD WK-RESCISAO TO W-GRP-RESCISAO
                ADD WK-DEDUCAO  TO W-GRP-DEDUCAO
                GO TO INFORMES-010.
       INFORMES-020.
                IF W-PRIMEIRA = "N"
                   PERFORM FECHA-CPF THRU FECHA-CPF-FIM.
       INFORMES-FIM.
                EXIT.
      *
       NOVO-CPF.
                MOVE WK-CPF       TO W-CPF-ANT
                MOVE WK-MATRICULA TO W-MATR-ANT
                MOVE WK-NOME      TO W-GRP-NOME
                MOVE WK-QTD-DEP   TO W-GRP-QTD-DEP
                MOVE ZEROS TO W-GRP-TRIB W-GRP-INSS W-GRP-IRRF
                              W-GRP-DECIMO W-GRP-INSS-13
                              W-GRP-IRRF-13 W-GRP-RESCISAO
                              W-GRP-DEDUCAO W-GRP-MATRICULAS
                MOVE 1 TO W-GRP-QTD-MATR
                MOVE WK-MATRICULA TO W-GRP-MATR (1).
       NOVO-CPF-FIM.
                EXIT.
      *
       FECHA-CPF.
                PERFORM ESCREVE-INFORME THRU ESCREVE-INFORME-FIM
                ADD 1 TO W-CONT-INFORMES
                MOVE W-CPF-ANT      TO LD-CPF
                MOVE W-MATR-ANT     TO LD-MATRICULA
                MOVE W-GRP-NOME     TO LD-NOME
                MOVE W-GRP-TRIB     TO LD-TRIB
                MOVE W-GRP-INSS     TO LD-INSS
                MOVE W-GRP-IRRF     TO LD-IRRF
                MOVE W-GRP-DECIMO   TO LD-DECIMO
                MOVE W-GRP-RESCISAO TO LD-RESCISAO
                MOVE SPACES TO LD-OBS
                IF W-CPF-ANT = ZEROS
                   MOVE "SEM CPF" TO LD-OBS
                   ADD 1 TO W-CONT-SEMCPF
                   MOVE LINHA-DET TO LINHA-REL
                   PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                   GO TO FECHA-CPF-FIM.
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CPF-ANT      TO RD-CPF
                MOVE W-GRP-NOME     TO RD-NOME
                MOVE W-GRP-TRIB     TO RD-TRIB
                MOVE W-GRP-INSS     TO RD-INSS
                MOVE W-GRP-IRRF     TO RD-IRRF
                MOVE W-GRP-DECIMO   TO RD-DECIMO
                MOVE W-GRP-IRRF-13  TO RD-IRRF-13
                MOVE W-GRP-DEDUCAO  TO RD-DEDUCAO
                WRITE LINHA-RET FROM RET-DETALHE
                ADD 1 TO W-CONT-ARQUIVO
                ADD W-GRP-TRIB TO W-TOT-TRIB
                ADD W-GRP-IRRF W-GRP-IRRF-13 TO W-TOT-IRRF.
       FECHA-CPF-FIM.
                EXIT.
      *
      *****************************************
      * INFORME DO CPF CORRENTE EM INFORME.TXT *
      *****************************************
       ESCREVE-INFORME.
                WRITE LINHA-INF FROM LINHA-INF-TIT1
                WRITE LINHA-INF FROM LINHA-INF-TIT2
                MOVE W-PARM-ANO TO LI-ANO
                WRITE LINHA-INF FROM LINHA-INF-ANO
                MOVE SPACES TO LINHA-INF
                WRITE LINHA-INF
                WRITE LINHA-INF FROM LINHA-INF-Q1
                MOVE W-CNPJ-P1 TO LI-CNPJ-P1
                MOVE W-CNPJ-P2 TO LI-CNPJ-P2
                MOVE W-CNPJ-P3 TO LI-CNPJ-P3
                MOVE W-CNPJ-P4 TO LI-CNPJ-P4
                MOVE W-CNPJ-DV TO LI-CNPJ-DV
                WRITE LINHA-INF FROM LINHA-INF-CNPJ
                MOVE W-PARM-RAZAO TO LI-RAZAO
                WRITE LINHA-INF FROM LINHA-INF-RAZAO
                WRITE LINHA-INF FROM LINHA-INF-Q2
                MOVE W-CPF-P1 TO LI-CPF-P1
                MOVE W-CPF-P2 TO LI-CPF-P2
                MOVE W-CPF-P3 TO LI-CPF-P3
                MOVE W-CPF-DV TO LI-CPF-DV
                WRITE LINHA-INF FROM LINHA-INF-CPF
                MOVE W-GRP-NOME TO LI-NOME
                WRITE LINHA-INF FROM LINHA-INF-NOME
                WRITE LINHA-INF FROM LINHA-INF-NATUREZA
                WRITE LINHA-INF FROM LINHA-INF-Q3
                MOVE "01. TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS)"
                                             TO LV-ITEM
                MOVE W-GRP-TRIB TO LV-VALOR
                WRITE LINHA-INF FROM LINHA-INF-VALOR
                MOVE "02. CONTRIBUICAO PREVIDENCIARIA OFICIAL"
                                             TO LV-ITEM
                MOVE W-GRP-INSS TO LV-VALOR
                WRITE LINHA-INF FROM LINHA-INF-VALOR
                MOVE "03. PREVIDENCIA COMPLEMENTAR E FAPI" TO LV-ITEM
                MOVE ZEROS TO LV-VALOR
                WRITE LINHA-INF FROM LINHA-INF-VALOR
                MOVE "04. PENSAO ALIMENTICIA" TO LV-ITEM
                MOVE ZEROS TO LV-VALOR
                WRITE LINHA-INF FROM LINHA-INF-VALOR
                MOVE "05. IMPOSTO SOBRE A RENDA RETIDO NA FONTE"
                                             TO LV-ITEM
                MOVE W-GRP-IRRF TO LV-VALOR
                WRITE LINHA-INF FROM LINHA-INF-VALOR
                WRITE LINHA-INF FROM LINHA-INF-Q4
                MOVE "01. OUTROS" TO LV-ITEM
                MOVE ZEROS TO LV-VALOR
                WRITE LINHA-INF FROM LINHA-INF-VALOR
      *
      * 13O SALARIO LIQUIDO DO INSS DELE
      *
                WRITE LINHA-INF FROM LINHA-INF-Q5
                MOVE ZEROS TO W-GRP-LIQ-13
                IF W-GRP-DECIMO > W-GRP-INSS-13
                   COMPUTE W-GRP-LIQ-13 = W-GRP-DECIMO - W-GRP-INSS-13.
                MOVE "01. DECIMO TERCEIRO SALARIO" TO LV-ITEM
                MOVE W-GRP-LIQ-13 TO LV-VALOR
                WRITE LINHA-INF FROM LINHA-INF-VALOR
                MOVE "02. IMPOSTO RETIDO NA FONTE SOBRE O 13O SALARIO"
                                             TO LV-ITEM
                MOVE W-GRP-IRRF-13 TO LV-VALOR
                WRITE LINHA-INF FROM LINHA-INF-VALOR
                WRITE LINHA-INF FROM LINHA-INF-Q6
                MOVE "   (SEM RENDIMENTOS ACUMULADOS NO ANO)"
                                             TO LINHA-INF
                WRITE LINHA-INF
                WRITE LINHA-INF FROM LINHA-INF-Q7
                MOVE W-GRP-QTD-DEP TO LD-QTD-DEP
                MOVE W-GRP-DEDUCAO TO LD-DEDUCAO
                WRITE LINHA-INF FROM LINHA-INF-DEP
                IF W-GRP-RESCISAO > ZEROS
                   MOVE "VERBAS RESCISORIAS A CLASSIFICAR" TO LV-ITEM
                   MOVE W-GRP-RESCISAO TO LV-VALOR
                   WRITE LINHA-INF FROM LINHA-INF-VALOR.
                PERFORM ESCREVE-MATR THRU ESCREVE-MATR-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > W-GRP-QTD-MATR
                WRITE LINHA-INF FROM LINHA-INF-Q8
                MOVE W-PARM-RESPONSAVEL TO LR-RESPONSAVEL
                MOVE W-DIA-ATUAL TO LR-DIA
                MOVE W-MES-ATUAL TO LR-MES
                MOVE W-ANO-ATUAL TO LR-ANO
                WRITE LINHA-INF FROM LINHA-INF-RESP
                WRITE LINHA-INF FROM LINHA-INF-ASSIN
                WRITE LINHA-INF FROM LINHA-INF-SEPARA.
       ESCREVE-INFORME-FIM.
                EXIT.
      *
       ESCREVE-MATR.
                MOVE W-GRP-MATR (W-IND) TO LM-MATRICULA
                WRITE LINHA-INF FROM LINHA-INF-MATR.
       ESCREVE-MATR-FIM.
                EXIT.
      *
       TOTAIS.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-LIDAS TO LT1-QTD
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-INFORMES TO LT2-QTD
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-ARQUIVO TO LT3-QTD
                MOVE W-TOT-IRRF     TO LT3-IRRF
                MOVE LINHA-TOT3 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-SEMCPF TO LT4-QTD
                MOVE LINHA-TOT4 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                IF W-CONT-SEMCPF > ZEROS
                   MOVE 4 TO RETURN-CODE.
       TOTAIS-FIM.
                EXIT.
      *
      ***********************
      * ROTINA DE IMPRESSAO *
      ***********************
      *
       ROT-IMPRIME.
                MOVE "D" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL.
       ROT-IMPRIME-FIM.
                EXIT.
      *
       ROT-IMPRIME-TOT.
                MOVE "T" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL.
       ROT-IMPRIME-TOT-FIM.
                EXIT.
