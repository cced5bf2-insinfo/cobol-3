       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201791.
       AUTHOR. LEANDRO.
      **************************************************
      * FUNCIONARIOS QUE ATINGEM UMA NOVA FAIXA DO       *
      * ADICIONAL POR TEMPO DE SERVICO (CADTEMPOSERV) NO *
      * MES DO CARTAO SYSIN (AAAAMM), PARA O RH CONFERIR *
      * ANTES DA FOLHA. OS ANOS COMPLETOS DE CASA SAO    *
      * CONTADOS DA FUN-ADMISSAO COMO NO P201662: O      *
      * ANIVERSARIO DA ADMISSAO CONTA NO PROPRIO MES,    *
      * ENTAO SO MUDA DE FAIXA QUEM FAZ ANIVERSARIO DE   *
      * ADMISSAO NO MES E PASSA A TER UMA FAIXA DE MAIOR *
      * TSV-ANOS QUE NO MES ANTERIOR. LISTA O CARGO (VIA *
      * P201661), A ADMISSAO, OS ANOS, O PERCENTUAL      *
      * ANTERIOR E O NOVO E, PARA O MENSALISTA/          *
      * COMISSIONADO, O ADICIONAL SOBRE O SALARIO CHEIO  *
      * DO CARGO. FUNCIONARIO DESLIGADO ATE O MES NAO    *
      * ENTRA. SAI PELO MODULO COMUM P201675.            *
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
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS FUN-MATRICULA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS FUN-NOME
                               WITH DUPLICATES.
       SELECT CADTEMPOSERV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS TSV-FAIXA
                    FILE STATUS  IS ST-TSV.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
           COPY FUNCREC.
       FD CADTEMPOSERV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTEMPOSERV.DAT".
           COPY TEMPOSERVREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "MUDANCAS DE FAIXA - TEMPO DE SERVICO".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201791".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201791".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 ST-FUNC           PIC X(02) VALUE "00".
       77 ST-TSV            PIC X(02) VALUE "00".
       77 W-PARM-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-REF-ANO         PIC 9(04) VALUE ZEROS.
       77 W-REF-MES         PIC 9(02) VALUE ZEROS.
       77 W-DEM-ANOMES      PIC 9(06) VALUE ZEROS.
       77 W-ANOS-CASA       PIC S9(04) VALUE ZEROS.
       77 W-QTD-TSV         PIC 9(01) COMP VALUE ZEROS.
       77 W-IND-TSV         PIC 9(02) COMP VALUE ZEROS.
      *
      * FAIXA ATINGIDA COM W-ATS-ANOS DE CASA (MAIOR TSV-ANOS QUE
      * NAO PASSA DOS ANOS); ZERO PERCENTUAL = NENHUMA FAIXA
      *
       77 W-ATS-ANOS        PIC 9(02) VALUE ZEROS.
       77 W-ATS-MAIOR       PIC 9(02) VALUE ZEROS.
       77 W-ATS-PCT         PIC 9(02)V99 VALUE ZEROS.
       77 W-ANT-MAIOR       PIC 9(02) VALUE ZEROS.
       77 W-ANT-PCT         PIC 9(02)V99 VALUE ZEROS.
       77 W-ADICIONAL       PIC 9(08)V99 VALUE ZEROS.
       77 W-CG-ACHOU        PIC X(01) VALUE "N".
       77 W-CG-DENOM        PIC X(15) VALUE SPACES.
       77 W-CG-TIPOSAL      PIC X(01) VALUE SPACES.
       77 W-CG-SALARIO      PIC 9(06)V99 VALUE ZEROS.
       77 W-CG-DEPTO        PIC 9(03) VALUE ZEROS.
       77 W-CONT-LIDOS      PIC 9(05) VALUE ZEROS.
       77 W-CONT-MUDA       PIC 9(05) VALUE ZEROS.
       77 W-TOT-ADIC        PIC 9(09)V99 VALUE ZEROS.
       01 TABELA-TSV.
                03 TSV-ITEM OCCURS 9 TIMES.
                   05 TAB-TSV-ANOS     PIC 9(02).
                   05 TAB-TSV-PCT      PIC 9(02)V99.
       01 LINHA-CAB1.
                03 FILLER        PIC X(40)
                    VALUE "MUDANCAS DE FAIXA NO MES DE REFERENCIA ".
                03 LC-ANOMES     PIC 9(06).
       01 LINHA-CAB2        PIC X(132)
           VALUE "MATRIC NOME                           CARGO
      -    "TP ADMISSAO   ANOS  % ANTER   % NOVO  ADIC.MENSAL".
       01 LINHA-DET.
                03 LD-MATRICULA  PIC ZZZZ9.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-NOME       PIC X(30).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-CARGO      PIC X(15).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-TIPOSAL    PIC X(01).
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-ADM-DIA    PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LD-ADM-MES    PIC 9(02).
                03 FILLER        PIC X(01) VALUE "/".
                03 LD-ADM-ANO    PIC 9(04).
                03 FILLER        PIC X(03) VALUE SPACES.
                03 LD-ANOS       PIC Z9.
                03 FILLER        PIC X(03) VALUE SPACES.
                03 LD-PCT-ANT    PIC ZZ9,99.
                03 FILLER        PIC X(03) VALUE SPACES.
                03 LD-PCT-NOVO   PIC ZZ9,99.
                03 FILLER        PIC X(02) VALUE SPACES.
                03 LD-ADICIONAL  PIC ZZZ.ZZ9,99.
       01 LINHA-TOT1.
                03 FILLER        PIC X(30)
                    VALUE "FUNCIONARIOS ANALISADOS.....: ".
                03 LT1-QTD       PIC ZZZZ9.
       01 LINHA-TOT2.
                03 FILLER        PIC X(30)
                    VALUE "MUDAM DE FAIXA NO MES.......: ".
                03 LT2-QTD       PIC ZZZZ9.
       01 LINHA-TOT3.
                03 FILLER        PIC X(30)
                    VALUE "ADICIONAL MENSAL (M/C)......: ".
                03 LT3-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                ACCEPT W-PARM-ANOMES
                DIVIDE W-PARM-ANOMES BY 100 GIVING W-REF-ANO
                       REMAINDER W-REF-MES
                IF W-REF-MES < 1 OR W-REF-MES > 12
                   DISPLAY "MES DE REFERENCIA INVALIDO: " W-PARM-ANOMES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                PERFORM CARREGA-TEMPOSERV THRU CARREGA-TEMPOSERV-FIM
                PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM
                PERFORM LE-CADFUNC THRU LE-CADFUNC-FIM
                PERFORM TOTAIS THRU TOTAIS-FIM
                PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
                MOVE "F" TO W-RC-EVENTO
                MOVE W-CONT-LIDOS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                STOP RUN.
      *
      *****************************************
      * CARGA DA TABELA DE FAIXAS - SEM ELA    *
      * NAO HA O QUE CONFERIR                  *
      *****************************************
       CARREGA-TEMPOSERV.
                OPEN INPUT CADTEMPOSERV
                IF ST-TSV NOT = "00"
                   DISPLAY "SEM TABELA DE TEMPO DE SERVICO "
                           "(CADTEMPOSERV): " ST-TSV
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
       CARREGA-TEMPOSERV1.
                READ CADTEMPOSERV NEXT RECORD
                   AT END
                      GO TO CARREGA-TEMPOSERV2
                   NOT AT END
                      NEXT SENTENCE.
                IF W-QTD-TSV < 9
                   ADD 1 TO W-QTD-TSV
                   MOVE TSV-ANOS TO TAB-TSV-ANOS (W-QTD-TSV)
                   MOVE TSV-PCT  TO TAB-TSV-PCT (W-QTD-TSV).
                GO TO CARREGA-TEMPOSERV1.
       CARREGA-TEMPOSERV2.
                CLOSE CADTEMPOSERV.
       CARREGA-TEMPOSERV-FIM.
                EXIT.
      *
       ABRE-ARQUIVOS.
                OPEN INPUT CADFUNC
                IF ST-FUNC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: "
                                                             ST-FUNC
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE W-PARM-ANOMES TO LC-ANOMES
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE LINHA-CAB2 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       ABRE-ARQUIVOS-FIM.
                EXIT.
      *
      *****************************************
      * FUNCIONARIOS ATIVOS COM ANIVERSARIO DE *
      * ADMISSAO NO MES: FAIXA DESTE MES CONTRA *
      * A DO MES ANTERIOR (UM ANO A MENOS)     *
      *****************************************
       LE-CADFUNC.
                READ CADFUNC NEXT RECORD
                   AT END
                      GO TO LE-CADFUNC-FIM
                   NOT AT END
                      NEXT SENTENCE.
                IF FUN-SIT-EXCLUIDO
                   GO TO LE-CADFUNC.
                IF FUN-DEMISSAO NOT = ZEROS
                   COMPUTE W-DEM-ANOMES = (FUN-DEM-ANO * 100)
                                        + FUN-DEM-MES
                   IF W-DEM-ANOMES NOT > W-PARM-ANOMES
                      GO TO LE-CADFUNC.
                ADD 1 TO W-CONT-LIDOS
                IF FUN-ADM-ANO = ZEROS OR FUN-ADM-MES NOT = W-REF-MES
                   GO TO LE-CADFUNC.
                COMPUTE W-ANOS-CASA = W-REF-ANO - FUN-ADM-ANO
                IF W-ANOS-CASA NOT > ZEROS
                   GO TO LE-CADFUNC.
                IF W-ANOS-CASA > 99
                   MOVE 99 TO W-ANOS-CASA.
                SUBTRACT 1 FROM W-ANOS-CASA GIVING W-ATS-ANOS
                PERFORM ACHA-FAIXA THRU ACHA-FAIXA-FIM
                MOVE W-ATS-MAIOR TO W-ANT-MAIOR
                MOVE W-ATS-PCT   TO W-ANT-PCT
                MOVE W-ANOS-CASA TO W-ATS-ANOS
                PERFORM ACHA-FAIXA THRU ACHA-FAIXA-FIM
                IF W-ATS-PCT = ZEROS
                   GO TO LE-CADFUNC.
                IF W-ANT-PCT NOT = ZEROS
                   AND W-ATS-MAIOR = W-ANT-MAIOR
                   GO TO LE-CADFUNC.
                PERFORM IMPRIME-FUNC THRU IMPRIME-FUNC-FIM
                GO TO LE-CADFUNC.
       LE-CADFUNC-FIM.
                EXIT.
      *
       ACHA-FAIXA.
                MOVE ZEROS TO W-ATS-MAIOR W-ATS-PCT
                PERFORM ACHA-FAIXA1 THRU ACHA-FAIXA1-FIM
                  VARYING W-IND-TSV FROM 1 BY 1
                  UNTIL W-IND-TSV > W-QTD-TSV.
       ACHA-FAIXA-FIM.
                EXIT.
      *
       ACHA-FAIXA1.
                IF TAB-TSV-ANOS (W-IND-TSV) > W-ATS-ANOS
                   GO TO ACHA-FAIXA1-FIM.
                IF W-ATS-PCT NOT = ZEROS
                   AND TAB-TSV-ANOS (W-IND-TSV) NOT > W-ATS-MAIOR
                   GO TO ACHA-FAIXA1-FIM.
                MOVE TAB-TSV-ANOS (W-IND-TSV) TO W-ATS-MAIOR
                MOVE TAB-TSV-PCT (W-IND-TSV)  TO W-ATS-PCT.
       ACHA-FAIXA1-FIM.
                EXIT.
      *
       IMPRIME-FUNC.
                ADD 1 TO W-CONT-MUDA
                MOVE "N" TO W-CG-ACHOU
                CALL "P201661" USING FUN-CODIGO-CARGO W-CG-DENOM
                            W-CG-TIPOSAL W-CG-SALARIO W-CG-DEPTO
                            W-CG-ACHOU
                IF W-CG-ACHOU NOT = "S"
                   MOVE "CARGO INVALIDO" TO W-CG-DENOM
                   MOVE SPACES TO W-CG-TIPOSAL
                   MOVE ZEROS  TO W-CG-SALARIO.
                MOVE FUN-MATRICULA TO LD-MATRICULA
                MOVE FUN-NOME      TO LD-NOME
                MOVE W-CG-DENOM    TO LD-CARGO
                MOVE W-CG-TIPOSAL  TO LD-TIPOSAL
                MOVE FUN-ADM-DIA   TO LD-ADM-DIA
                MOVE FUN-ADM-MES   TO LD-ADM-MES
                MOVE FUN-ADM-ANO   TO LD-ADM-ANO
                MOVE W-ANOS-CASA   TO LD-ANOS
                MOVE W-ANT-PCT     TO LD-PCT-ANT
                MOVE W-ATS-PCT     TO LD-PCT-NOVO
                MOVE ZEROS TO W-ADICIONAL
                IF W-CG-TIPOSAL = "M" OR "C"
                   COMPUTE W-ADICIONAL ROUNDED =
                           (W-CG-SALARIO * W-ATS-PCT) / 100
                   ADD W-ADICIONAL TO W-TOT-ADIC.
                MOVE W-ADICIONAL   TO LD-ADICIONAL
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-FUNC-FIM.
                EXIT.
      *
       TOTAIS.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-LIDOS TO LT1-QTD
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-MUDA TO LT2-QTD
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-TOT-ADIC TO LT3-VALOR
                MOVE LINHA-TOT3 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM.
       TOTAIS-FIM.
                EXIT.
      *
       FECHA-ARQUIVOS.
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                CLOSE CADFUNC.
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
