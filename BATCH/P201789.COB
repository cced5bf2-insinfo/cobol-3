       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201789.
       AUTHOR. LEANDRO.
      **************************************************
      * ARQUIVO MENSAL DE ADMISSOES E DESLIGAMENTOS PARA *
      * O GOVERNO (CAGED). PARA O MES DE COMPETENCIA DO  *
      * CARTAO SYSIN (AAAAMM), VARRE O CADFUNC E GRAVA   *
      * EM CAGED.TXT UM HEADER "0" COM O CNPJ E O NOME   *
      * EMPRESARIAL (CARTOES SEGUINTES, COMO NO INFORME  *
      * P201783), UM DETALHE "1" POR ADMISSAO            *
      * (FUN-ADMISSAO NO MES) E POR DESLIGAMENTO         *
      * (FUN-DEMISSAO NO MES, P201721) COM CPF, CARGO,   *
      * TIPO DE SALARIO E SALARIO (P201661) E O CODIGO   *
      * DO MOVIMENTO (ADMISSAO = 20 REEMPREGO;           *
      * DESLIGAMENTO PELO FUN-TIPO-DESLIG: S = 31, J =   *
      * 32, P = 40, T = 45, A = 90), E UM TRAILER "9"    *
      * COM AS QUANTIDADES. FUNCIONARIO SEM CPF VALIDO   *
      * (P201730), COM ENDERECO INCOMPLETO, CARGO        *
      * INEXISTENTE OU DESLIGAMENTO SEM TIPO FICA FORA   *
      * DO ARQUIVO COM UMA LINHA DE RECUSA NO REGISTRO   *
      * (RC 4). CADA MES GERADO FICA NO CADCAGED; GERAR  *
      * DE NOVO O MESMO MES SO COMO CORRECAO, COM O      *
      * CARTAO "S" E OPERADOR/SENHA DE SUPERVISOR        *
      * (P201674) - O HEADER SAI MARCADO COMO CORRECAO.  *
      * O REGISTRO SAI PELO MODULO COMUM P201675.        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FUN-MATRICULA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS FUN-NOME
                               WITH DUPLICATES.
       SELECT CADCAGED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CGD-ANOMES
                    FILE STATUS  IS ST-CAGED.
       SELECT ARQCAGED ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
           COPY FUNCREC.
       FD CADCAGED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAGED.DAT".
           COPY CAGEDREC.
       FD ARQCAGED
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "CAGED.TXT".
       01 LINHA-CAGED               PIC X(150).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "MOVIMENTO DE ADMISSOES E DESLIGAMENTOS".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201789".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201789".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 ST-FUNC           PIC X(02) VALUE "00".
       77 ST-CAGED          PIC X(02) VALUE "00".
       77 W-PARM-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-PARM-CNPJ       PIC 9(14) VALUE ZEROS.
       77 W-PARM-RAZAO      PIC X(40) VALUE SPACES.
       77 W-PARM-CORRECAO   PIC X(01) VALUE "N".
       77 W-PARM-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-PARM-SENHA      PIC X(08) VALUE SPACES.
       77 W-OP-OPCAO        PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO   PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR   PIC X(01) VALUE "N".
       77 W-OP-NOME         PIC X(30) VALUE SPACES.
       77 W-JA-ENVIADO      PIC X(01) VALUE "N".
       77 W-HOJE            PIC 9(08) VALUE ZEROS.
       77 W-ADM-ANOMES      PIC 9(06) VALUE ZEROS.
       77 W-DEM-ANOMES      PIC 9(06) VALUE ZEROS.
       77 W-MOVIMENTO       PIC X(01) VALUE SPACES.
       77 W-RECUSA          PIC X(40) VALUE SPACES.
       77 W-CPF-VALIDO      PIC X(01) VALUE "N".
       77 W-CG-ACHOU        PIC X(01) VALUE "N".
       77 W-CG-DENOM        PIC X(15) VALUE SPACES.
       77 W-CG-TIPOSAL      PIC X(01) VALUE SPACES.
       77 W-CG-SALARIO      PIC 9(06)V99 VALUE ZEROS.
       77 W-CG-DEPTO        PIC 9(03) VALUE ZEROS.
       77 W-CONT-ADM        PIC 9(05) VALUE ZEROS.
       77 W-CONT-DESL       PIC 9(05) VALUE ZEROS.
       77 W-CONT-RECUSA     PIC 9(05) VALUE ZEROS.
       77 W-CONT-LIDOS      PIC 9(06) VALUE ZEROS.
       01 W-DATA-MOV.
                03 W-DM-ANO      PIC 9(04).
                03 W-DM-MES      PIC 9(02).
                03 W-DM-DIA      PIC 9(02).
       01 W-DATA-MOV-NUM REDEFINES W-DATA-MOV PIC 9(08).
      *
      * REGISTROS DO CAGED.TXT
      *
       01 CAGED-HEADER.
                03 FILLER        PIC X(01) VALUE "0".
                03 CH-CNPJ       PIC 9(14).
                03 CH-RAZAO      PIC X(40).
                03 CH-ANOMES     PIC 9(06).
                03 CH-CORRECAO   PIC X(01).
                03 CH-DATA       PIC 9(08).
                03 FILLER        PIC X(80) VALUE SPACES.
       01 CAGED-DETALHE.
                03 FILLER        PIC X(01) VALUE "1".
                03 CD-CPF        PIC 9(11).
                03 CD-MATRICULA  PIC 9(05).
                03 CD-NOME       PIC X(30).
                03 CD-MOVIMENTO  PIC X(01).
                03 CD-DATA       PIC 9(08).
                03 CD-CODIGO     PIC 9(02).
                03 CD-CARGO      PIC 9(03).
                03 CD-TIPO-SAL   PIC 9(01).
                03 CD-SALARIO    PIC 9(08)V99.
                03 CD-CEP        PIC 9(08).
                03 CD-UF         PIC X(02).
                03 CD-CIDADE     PIC X(20).
                03 FILLER        PIC X(48) VALUE SPACES.
       01 CAGED-TRAILER.
                03 FILLER        PIC X(01) VALUE "9".
                03 CT-QTD-ADM    PIC 9(06).
                03 CT-QTD-DESL   PIC 9(06).
                03 CT-QTD-TOTAL  PIC 9(06).
                03 FILLER        PIC X(131) VALUE SPACES.
      *
      * LINHAS DO REGISTRO
      *
       01 LINHA-CAB1.
                03 FILLER        PIC X(13) VALUE "COMPETENCIA: ".
                03 LC-ANOMES     PIC 9(06).
                03 FILLER        PIC X(03) VALUE SPACES.
                03 LC-CORRECAO   PIC X(30).
       01 LINHA-DET.
                03 FILLER        PIC X(05) VALUE "MATR ".
                03 LD-MATRICULA  PIC 9(05).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-NOME       PIC X(30).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-MOVIMENTO  PIC X(12).
                03 LD-DIA        PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LD-MES        PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LD-ANO        PIC 9(04).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-RESULTADO  PIC X(48).
       01 LINHA-COD.
                03 FILLER        PIC X(07) VALUE "CODIGO ".
                03 LC-CODIGO     PIC 9(02).
       01 LINHA-TOT1.
                03 FILLER        PIC X(30)
                    VALUE "ADMISSOES NO ARQUIVO........: ".
                03 LT1-QTD       PIC ZZZZ9.
       01 LINHA-TOT2.
                03 FILLER        PIC X(30)
                    VALUE "DESLIGAMENTOS NO ARQUIVO....: ".
                03 LT2-QTD       PIC ZZZZ9.
       01 LINHA-TOT3.
                03 FILLER        PIC X(30)
                    VALUE "MOVIMENTOS RECUSADOS........: ".
                03 LT3-QTD       PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                PERFORM ACEITA-PARM THRU ACEITA-PARM-FIM
                PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM
                PERFORM VERIFICA-ENVIADO THRU VERIFICA-ENVIADO-FIM
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE W-PARM-ANOMES TO LC-ANOMES
                MOVE SPACES TO LC-CORRECAO
                IF W-JA-ENVIADO = "S"
                   MOVE "*** ARQUIVO DE CORRECAO ***" TO LC-CORRECAO.
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                OPEN OUTPUT ARQCAGED
                MOVE W-PARM-CNPJ   TO CH-CNPJ
                MOVE W-PARM-RAZAO  TO CH-RAZAO
                MOVE W-PARM-ANOMES TO CH-ANOMES
                MOVE W-JA-ENVIADO  TO CH-CORRECAO
                MOVE W-HOJE        TO CH-DATA
                WRITE LINHA-CAGED FROM CAGED-HEADER
                PERFORM VARRE-FUNC THRU VARRE-FUNC-FIM
                MOVE W-CONT-ADM  TO CT-QTD-ADM
                MOVE W-CONT-DESL TO CT-QTD-DESL
                COMPUTE CT-QTD-TOTAL = W-CONT-ADM + W-CONT-DESL
                WRITE LINHA-CAGED FROM CAGED-TRAILER
                CLOSE ARQCAGED
                PERFORM GRAVA-CONTROLE THRU GRAVA-CONTROLE-FIM
                PERFORM TOTAIS THRU TOTAIS-FIM
                PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
                MOVE "F" TO W-RC-EVENTO
                COMPUTE W-RC-CONTADOR = W-CONT-ADM + W-CONT-DESL
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                IF W-CONT-RECUSA > ZEROS
                   MOVE 4 TO RETURN-CODE.
                STOP RUN.
      *
      *****************************************
      * CARTOES: AAAAMM, CNPJ, NOME            *
      * EMPRESARIAL, CORRECAO (S/N), OPERADOR  *
      * E SENHA DO SUPERVISOR QUE A AUTORIZA   *
      *****************************************
       ACEITA-PARM.
                ACCEPT W-PARM-ANOMES
                ACCEPT W-PARM-CNPJ
                ACCEPT W-PARM-RAZAO
                ACCEPT W-PARM-CORRECAO
                ACCEPT W-PARM-OPERADOR
                ACCEPT W-PARM-SENHA
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                IF W-PARM-ANOMES NOT NUMERIC
                   OR W-PARM-ANOMES = ZEROS
                   DISPLAY "PARAMETRO DE COMPETENCIA INVALIDO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                IF W-PARM-CNPJ NOT NUMERIC OR W-PARM-CNPJ = ZEROS
                   OR W-PARM-RAZAO = SPACES
                   DISPLAY "CNPJ E NOME EMPRESARIAL OBRIGATORIOS NOS "
                           "CARTOES"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
       ACEITA-PARM-FIM.
                EXIT.
      *
       ABRE-ARQUIVOS.
                OPEN INPUT CADFUNC
                IF ST-FUNC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: "
                                                             ST-FUNC
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN I-O CADCAGED
                IF ST-CAGED NOT = "00"
                   IF ST-CAGED = "30" OR "35"
                      OPEN OUTPUT CADCAGED
                      CLOSE CADCAGED
                      OPEN I-O CADCAGED
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO CADCAGED: " ST-CAGED
                      MOVE 8 TO RETURN-CODE
                      STOP RUN.
       ABRE-ARQUIVOS-FIM.
                EXIT.
      *
      *****************************************
      * MES JA ENVIADO SO SAI DE NOVO COMO     *
      * CORRECAO AUTORIZADA POR SUPERVISOR     *
      *****************************************
       VERIFICA-ENVIADO.
                MOVE "N" TO W-JA-ENVIADO
                MOVE W-PARM-ANOMES TO CGD-ANOMES
                READ CADCAGED
                IF ST-CAGED NOT = "00"
                   GO TO VERIFICA-ENVIADO-FIM.
                MOVE "S" TO W-JA-ENVIADO
                IF W-PARM-CORRECAO NOT = "S"
                   DISPLAY "COMPETENCIA " W-PARM-ANOMES
                           " JA ENVIADA EM " CGD-DATA
                           " - CORRECAO EXIGE CARTAO DE AUTORIZACAO "
                           "DE SUPERVISOR"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE ZEROS TO W-OP-OPCAO
                CALL "P201674" USING W-PARM-OPERADOR W-PARM-SENHA
                            W-OP-OPCAO W-OP-AUTORIZADO W-OP-SUPERVISOR
                            W-OP-NOME
                IF W-OP-AUTORIZADO NOT = "S"
                   OR (W-OP-SUPERVISOR NOT = "S"
                       AND W-OP-NOME NOT = SPACES)
                   DISPLAY "CORRECAO NAO AUTORIZADA - "
                           "OPERADOR NAO E SUPERVISOR"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                DISPLAY "CORRECAO DA COMPETENCIA " W-PARM-ANOMES
                        " AUTORIZADA POR " W-PARM-OPERADOR.
       VERIFICA-ENVIADO-FIM.
                EXIT.
      *
      *****************************************
      * ADMISSOES E DESLIGAMENTOS DO MES       *
      *****************************************
       VARRE-FUNC.
                READ CADFUNC NEXT RECORD
                   AT END
                      GO TO VARRE-FUNC-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF FUN-SIT-EXCLUIDO
                   GO TO VARRE-FUNC.
                ADD 1 TO W-CONT-LIDOS
                COMPUTE W-ADM-ANOMES = (FUN-ADM-ANO * 100) + FUN-ADM-MES
                IF W-ADM-ANOMES = W-PARM-ANOMES
                   MOVE "A" TO W-MOVIMENTO
                   MOVE FUN-ADM-ANO TO W-DM-ANO
                   MOVE FUN-ADM-MES TO W-DM-MES
                   MOVE FUN-ADM-DIA TO W-DM-DIA
                   PERFORM PROCESSA-MOV THRU PROCESSA-MOV-FIM.
                IF FUN-DEMISSAO = ZEROS
                   GO TO VARRE-FUNC.
                COMPUTE W-DEM-ANOMES = (FUN-DEM-ANO * 100) + FUN-DEM-MES
                IF W-DEM-ANOMES = W-PARM-ANOMES
                   MOVE "D" TO W-MOVIMENTO
                   MOVE FUN-DEM-ANO TO W-DM-ANO
                   MOVE FUN-DEM-MES TO W-DM-MES
                   MOVE FUN-DEM-DIA TO W-DM-DIA
                   PERFORM PROCESSA-MOV THRU PROCESSA-MOV-FIM.
                GO TO VARRE-FUNC.
       VARRE-FUNC-FIM.
                EXIT.
      *
      *****************************************
      * CONFERE OS CAMPOS OBRIGATORIOS E GRAVA *
      * O DETALHE OU A RECUSA                  *
      *****************************************
       PROCESSA-MOV.
                MOVE FUN-MATRICULA TO LD-MATRICULA
                MOVE FUN-NOME      TO LD-NOME
                MOVE W-DM-DIA      TO LD-DIA
                MOVE W-DM-MES      TO LD-MES
                MOVE W-DM-ANO      TO LD-ANO
                IF W-MOVIMENTO = "A"
                   MOVE "ADMISSAO"     TO LD-MOVIMENTO
                   MOVE 20 TO CD-CODIGO
                ELSE
                   MOVE "DESLIGAMENTO" TO LD-MOVIMENTO.
                MOVE SPACES TO W-RECUSA
                IF FUN-CPF = ZEROS
                   MOVE "CPF NAO INFORMADO" TO W-RECUSA
                   GO TO PROCESSA-MOV-RECUSA.
                MOVE "N" TO W-CPF-VALIDO
                CALL "P201730" USING FUN-CPF W-CPF-VALIDO
                IF W-CPF-VALIDO NOT = "S"
                   MOVE "CPF INVALIDO" TO W-RECUSA
                   GO TO PROCESSA-MOV-RECUSA.
                IF FUN-CEP = ZEROS OR FUN-LOGRADOURO = SPACES
                   OR FUN-CIDADE = SPACES
                   MOVE "ENDERECO INCOMPLETO" TO W-RECUSA
                   GO TO PROCESSA-MOV-RECUSA.
                IF NOT UF-VALIDA
                   MOVE "UF INVALIDA" TO W-RECUSA
                   GO TO PROCESSA-MOV-RECUSA.
                MOVE "N" TO W-CG-ACHOU
                CALL "P201661" USING FUN-CODIGO-CARGO W-CG-DENOM
                            W-CG-TIPOSAL W-CG-SALARIO W-CG-DEPTO
                            W-CG-ACHOU
                IF W-CG-ACHOU NOT = "S"
                   MOVE "CARGO NAO CADASTRADO" TO W-RECUSA
                   GO TO PROCESSA-MOV-RECUSA.
                IF W-MOVIMENTO = "A"
                   GO TO PROCESSA-MOV-GRAVA.
      *
      * CODIGO DO DESLIGAMENTO PELO TIPO REGISTRADO NO P201721
      *
                IF FUN-TIPO-DESLIG = "S"
                   MOVE 31 TO CD-CODIGO
                   GO TO PROCESSA-MOV-GRAVA.
                IF FUN-TIPO-DESLIG = "J"
                   MOVE 32 TO CD-CODIGO
                   GO TO PROCESSA-MOV-GRAVA.
                IF FUN-TIPO-DESLIG = "P"
                   MOVE 40 TO CD-CODIGO
                   GO TO PROCESSA-MOV-GRAVA.
                IF FUN-TIPO-DESLIG = "T"
                   MOVE 45 TO CD-CODIGO
                   GO TO PROCESSA-MOV-GRAVA.
                IF FUN-TIPO-DESLIG = "A"
                   MOVE 90 TO CD-CODIGO
                   GO TO PROCESSA-MOV-GRAVA.
                MOVE "TIPO DE DESLIGAMENTO NAO INFORMADO" TO W-RECUSA.
       PROCESSA-MOV-RECUSA.
                ADD 1 TO W-CONT-RECUSA
                MOVE SPACES TO LD-RESULTADO
                STRING "RECUSADO: " DELIMITED BY SIZE
                       W-RECUSA     DELIMITED BY SIZE
                       INTO LD-RESULTADO
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                GO TO PROCESSA-MOV-FIM.
       PROCESSA-MOV-GRAVA.
                MOVE FUN-CPF          TO CD-CPF
                MOVE FUN-MATRICULA    TO CD-MATRICULA
                MOVE FUN-NOME         TO CD-NOME
                MOVE W-MOVIMENTO      TO CD-MOVIMENTO
                MOVE W-DATA-MOV-NUM   TO CD-DATA
                MOVE FUN-CODIGO-CARGO TO CD-CARGO
                MOVE W-CG-SALARIO     TO CD-SALARIO
                MOVE FUN-CEP          TO CD-CEP
                MOVE FUN-UF           TO CD-UF
                MOVE FUN-CIDADE       TO CD-CIDADE
      *
      * TIPO DE SALARIO: 1 MENSAL, 4 DIARIO, 5 HORARIO, 6 TAREFA
      *
                MOVE 1 TO CD-TIPO-SAL
                IF W-CG-TIPOSAL = "D"
                   MOVE 4 TO CD-TIPO-SAL.
                IF W-CG-TIPOSAL = "H"
                   MOVE 5 TO CD-TIPO-SAL.
                IF W-CG-TIPOSAL = "T"
                   MOVE 6 TO CD-TIPO-SAL.
                WRITE LINHA-CAGED FROM CAGED-DETALHE
                IF W-MOVIMENTO = "A"
                   ADD 1 TO W-CONT-ADM
                ELSE
                   ADD 1 TO W-CONT-DESL.
                MOVE CD-CODIGO TO LC-CODIGO
                MOVE LINHA-COD TO LD-RESULTADO
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       PROCESSA-MOV-FIM.
                EXIT.
      *
      *****************************************
      * REGISTRA A COMPETENCIA NO CADCAGED     *
      *****************************************
       GRAVA-CONTROLE.
                MOVE W-PARM-ANOMES TO CGD-ANOMES
                READ CADCAGED
                IF ST-CAGED NOT = "00"
                   MOVE W-PARM-ANOMES TO CGD-ANOMES
                   MOVE ZEROS  TO CGD-VEZES
                   MOVE SPACES TO CGD-OPERADOR.
                MOVE W-HOJE        TO CGD-DATA
                MOVE W-CONT-ADM    TO CGD-QTD-ADM
                MOVE W-CONT-DESL   TO CGD-QTD-DESL
                MOVE W-CONT-RECUSA TO CGD-QTD-RECUSA
                ADD 1 TO CGD-VEZES
                IF W-JA-ENVIADO = "S"
                   MOVE W-PARM-OPERADOR TO CGD-OPERADOR
                   REWRITE REGCAGED
                ELSE
                   WRITE REGCAGED.
                IF ST-CAGED NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DO CADCAGED: " ST-CAGED.
       GRAVA-CONTROLE-FIM.
                EXIT.
      *
       TOTAIS.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-ADM TO LT1-QTD
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-DESL TO LT2-QTD
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-RECUSA TO LT3-QTD
                MOVE LINHA-TOT3 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                IF W-CONT-RECUSA > ZEROS
                   DISPLAY "CAGED " W-PARM-ANOMES ": " W-CONT-RECUSA
                           " MOVIMENTO(S) RECUSADO(S) - VER O REGISTRO".
       TOTAIS-FIM.
                EXIT.
      *
       FECHA-ARQUIVOS.
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                CLOSE CADFUNC CADCAGED.
       FECHA-ARQUIVOS-FIM.
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
