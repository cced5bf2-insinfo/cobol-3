      * AQUISITIVO) VENCE DENTRO DE N MESES (CARTAO      *
      * SYSIN) OU JA VENCEU. O RH MARCA O GOZO NO        *
      * FP201719 E O PAGAMENTO SAI NO P201720. SAI PELO  *
      * MODULO COMUM P201675. AFASTAMENTOS (CADAFAST,    *
      * CONTADOS PELO P201780): MAIS DE 180 DIAS PAGOS   *
      * PELO INSS DENTRO DO AQUISITIVO PERDEM O PERIODO  *
      * (SAI DO CADFERIAS SE AINDA ABERTO E SAI NO       *
      * RELATORIO COMO PERDIDO) E O PERIODO SEGUINTE     *
      * COMECA NA VOLTA AO TRABALHO; OS DIAS DE LICENCA  *
      * NAO REMUNERADA EMPURRAM O FIM DO AQUISITIVO.     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                03 W-LI-MES      PIC 9(02).
                03 W-LI-DIA      PIC 9(02).
       01 W-LIMITE-NUM REDEFINES W-LIMITE PIC 9(08).
      *
      * AFASTAMENTOS NO PERIODO (CADAFAST VIA P201780): MAIS DE 180
      * DIAS PAGOS PELO INSS PERDEM O PERIODO E O NOVO COMECA NA
      * VOLTA; LICENCA NAO REMUNERADA EMPURRA O FIM DO PERIODO
      *
       77 W-AFA-FIM         PIC 9(08) VALUE ZEROS.
       77 W-AFA-DIAS        PIC 9(04) VALUE ZEROS.
       77 W-AFA-INSS        PIC 9(04) VALUE ZEROS.
       77 W-AFA-SUSP        PIC 9(04) VALUE ZEROS.
       77 W-AFA-RETORNO     PIC 9(08) VALUE ZEROS.
       77 W-AFA-ACHOU       PIC X(01) VALUE "N".
       77 W-SUSP-APLICADO   PIC 9(04) VALUE ZEROS.
       77 W-QTD-DIAS        PIC 9(04) VALUE ZEROS.
       77 W-PERDIDO         PIC X(01) VALUE "N".
       77 W-CONT-PERDIDOS   PIC 9(05) VALUE ZEROS.
       77 W-RESTO           PIC 9(04) VALUE ZEROS.
       77 W-QUOC            PIC 9(04) VALUE ZEROS.
       77 W-ULT-DIA         PIC 9(02) VALUE ZEROS.
       01 W-DATA-AUX.
                03 W-DA-ANO      PIC 9(04).
                03 W-DA-MES      PIC 9(02).
                03 W-DA-DIA      PIC 9(02).
       01 W-DATA-AUX-NUM REDEFINES W-DATA-AUX PIC 9(08).
       01 TABELA-ULTDIA.
                03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TABELA-ULTDIA-R REDEFINES TABELA-ULTDIA.
                03 TAB-ULT-DIA OCCURS 12 TIMES PIC 9(02).
       01 LINHA-DET.
                03 FILLER        PIC X(06) VALUE "MATR ".
                03 LD-MATRICULA  PIC ZZZZ9.
                03 FILLER        PIC X(30)
                    VALUE "PERIODOS EM ALERTA..........: ".
                03 LT-ALERTAS    PIC ZZZZ9.
       01 LINHA-TOT3.
                03 FILLER        PIC X(30)
                    VALUE "PERIODOS PERDIDOS (INSS)....: ".
                03 LT-PERDIDOS   PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
                MOVE W-PER-INICIO TO W-PER-FIM
                ADD 1 TO W-PF-ANO
                PERFORM VERIFICA-AFAST THRU VERIFICA-AFAST-FIM
                IF W-PERDIDO = "S"
                   GO TO GERA-PERIODOS2.
                IF W-PER-FIM-NUM > W-HOJE-NUM
                   GO TO GERA-PERIODOS.
                MOVE W-PER-FIM TO W-LIMITE
                   ADD 1 TO W-CONT-GERADOS.
                MOVE W-PER-FIM TO W-PER-INICIO
                GO TO GERA-PERIODOS1.
      *
      * PERIODO PERDIDO: SAI DO CADFERIAS SE AINDA ESTAVA ABERTO E E
      * LISTADO ENQUANTO O CONCESSIVO DELE NAO TIVER PASSADO; O
      * PERIODO SEGUINTE COMECA NA VOLTA DO AFASTAMENTO
      *
       GERA-PERIODOS2.
                MOVE W-PER-FIM TO W-LIMITE
                ADD 1 TO W-LI-ANO
                MOVE "N" TO W-AFA-ACHOU
                MOVE FUN-MATRICULA    TO FER-MATRICULA
                MOVE W-PER-INICIO-NUM TO FER-PER-INICIO
                READ CADFERIAS
                IF ST-FERIAS = "00"
                   IF FER-ABERTO
                      DELETE CADFERIAS RECORD
                      MOVE "S" TO W-AFA-ACHOU
                      ADD 1 TO W-CONT-PERDIDOS.
                IF W-AFA-ACHOU = "S" OR W-LIMITE-NUM NOT < W-HOJE-NUM
                   MOVE FUN-MATRICULA    TO LD-MATRICULA
                   MOVE FUN-NOME         TO LD-NOME
                   MOVE W-PER-INICIO-NUM TO LD-INICIO
                   MOVE W-PER-FIM-NUM    TO LD-FIM
                   MOVE W-LIMITE-NUM     TO LD-LIMITE
                   MOVE "PERDIDO"        TO LD-SIT
                   MOVE LINHA-DET TO LINHA-REL
                   PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
                IF W-AFA-RETORNO = 99999999
                   GO TO GERA-PERIODOS.
                MOVE W-AFA-RETORNO TO W-PER-INICIO-NUM
                GO TO GERA-PERIODOS1.
       GERA-PERIODOS-FIM.
                EXIT.
      *
      *****************************************
      * AFASTAMENTOS DO PERIODO CORRENTE, ATE  *
      * A VESPERA DO FIM (NUNCA DEPOIS DE      *
      * HOJE). CADA DIA DE LICENCA NAO         *
      * REMUNERADA EMPURRA O FIM UM DIA, E O   *
      * TRECHO ACRESCENTADO E CONFERIDO DE     *
      * NOVO                                   *
      *****************************************
       VERIFICA-AFAST.
                MOVE "N" TO W-PERDIDO
                MOVE ZEROS TO W-SUSP-APLICADO.
       VERIFICA-AFAST1.
                MOVE W-PER-FIM TO W-DATA-AUX
                PERFORM VESPERA THRU VESPERA-FIM
                MOVE W-DATA-AUX-NUM TO W-AFA-FIM
                IF W-AFA-FIM > W-HOJE-NUM
                   MOVE W-HOJE-NUM TO W-AFA-FIM.
                CALL "P201780" USING FUN-MATRICULA W-PER-INICIO-NUM
                                     W-AFA-FIM W-AFA-DIAS W-AFA-INSS
                                     W-AFA-SUSP W-AFA-RETORNO
                                     W-AFA-ACHOU
                IF W-AFA-ACHOU NOT = "S"
                   GO TO VERIFICA-AFAST-FIM.
                IF W-AFA-INSS > 180
                   MOVE "S" TO W-PERDIDO
                   GO TO VERIFICA-AFAST-FIM.
                IF W-AFA-SUSP NOT > W-SUSP-APLICADO
                   GO TO VERIFICA-AFAST-FIM.
                COMPUTE W-QTD-DIAS = W-AFA-SUSP - W-SUSP-APLICADO
                MOVE W-AFA-SUSP TO W-SUSP-APLICADO
                MOVE W-PER-FIM TO W-DATA-AUX
                PERFORM SOMA-DIA THRU SOMA-DIA-FIM W-QTD-DIAS TIMES
                MOVE W-DATA-AUX TO W-PER-FIM
                IF W-PER-FIM-NUM > W-HOJE-NUM
                   GO TO VERIFICA-AFAST-FIM.
                GO TO VERIFICA-AFAST1.
       VERIFICA-AFAST-FIM.
                EXIT.
      *
       ULTIMO-DIA.
                MOVE TAB-ULT-DIA (W-DA-MES) TO W-ULT-DIA
                IF W-DA-MES = 2
                   DIVIDE W-DA-ANO BY 4 GIVING W-QUOC
                          REMAINDER W-RESTO
                   IF W-RESTO = ZEROS
                      MOVE 29 TO W-ULT-DIA.
       ULTIMO-DIA-FIM.
                EXIT.
      *
       SOMA-DIA.
                PERFORM ULTIMO-DIA THRU ULTIMO-DIA-FIM
                IF W-DA-DIA < W-ULT-DIA
                   ADD 1 TO W-DA-DIA
                   GO TO SOMA-DIA-FIM.
                MOVE 1 TO W-DA-DIA
                IF W-DA-MES < 12
                   ADD 1 TO W-DA-MES
                ELSE
                   MOVE 1 TO W-DA-MES
                   ADD 1 TO W-DA-ANO.
       SOMA-DIA-FIM.
                EXIT.
      *
       VESPERA.
                IF W-DA-DIA > 1
                   SUBTRACT 1 FROM W-DA-DIA
                   GO TO VESPERA-FIM.
                IF W-DA-MES > 1
                   SUBTRACT 1 FROM W-DA-MES
                ELSE
                   MOVE 12 TO W-DA-MES
                   SUBTRACT 1 FROM W-DA-ANO.
                PERFORM ULTIMO-DIA THRU ULTIMO-DIA-FIM
                MOVE W-ULT-DIA TO W-DA-DIA.
       VESPERA-FIM.
                EXIT.
      *
      *****************************************
      * ALERTA DOS PERIODOS NAO GOZADOS COM    *
      * LIMITE DENTRO DO CORTE                 *
      *****************************************
                MOVE W-CONT-ALERTAS TO LT-ALERTAS
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE W-CONT-PERDIDOS TO LT-PERDIDOS
                MOVE LINHA-TOT3 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
