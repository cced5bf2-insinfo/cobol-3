       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201777.
       AUTHOR. LEANDRO.
      ****************************************************
      * RUBRICAS DA FOLHA DE UM FUNCIONARIO. NA FUNCAO    *
      * "C" LE OS LANCAMENTOS DA MATRICULA NO CADFUNRUB   *
      * QUE VALEM NO AAAAMM E NO TIPO DE PROCESSAMENTO    *
      * (M, A OU D), RESOLVE CADA RUBRICA NO CADRUBRICA   *
      * E DEVOLVE O VALOR DE CADA UMA (FIXO DO LANCAMENTO *
      * OU PERCENTUAL SOBRE RC-BASE) COM OS TOTAIS DE     *
      * PROVENTOS, DESCONTOS E AJUSTES DAS BASES DE INSS  *
      * E IRRF. NA FOLHA MENSAL OS AJUSTES DE BASE        *
      * SOMAM AS RUBRICAS QUE O ADIANTAMENTO DO MESMO MES *
      * JA APLICOU (FOLHARUB TIPO "A"). NA FUNCAO "G"     *
      * APAGA AS LINHAS DA MATRICULA/AAAAMM/TIPO NO       *
      * FOLHARUB.DAT E GRAVA AS RUBRICAS CALCULADAS.      *
      * CHAMADO PELOS P201662, P201725 E P201718, NOS     *
      * MOLDES DO P201731.                                *
      ****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFUNRUB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FUNRUB
                    FILE STATUS  IS ST-FUNRUB.
       SELECT CADRUBRICA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUB-CODIGO
                    FILE STATUS  IS ST-RUB.
       SELECT FOLHARUB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FOLHARUB
                    FILE STATUS  IS ST-FRB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFUNRUB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNRUB.DAT".
           COPY FUNRUBREC.
       FD CADRUBRICA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUBRICA.DAT".
           COPY RUBRICAREC.
       FD FOLHARUB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHARUB.DAT".
           COPY FOLHARUBREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-FUNRUB        PIC X(02) VALUE "00".
       77 ST-RUB           PIC X(02) VALUE "00".
       77 ST-FRB           PIC X(02) VALUE "00".
       77 W-APLICA         PIC X(01) VALUE "N".
       77 W-PCT            PIC 9(03)V99 VALUE ZEROS.
       77 W-VALOR          PIC 9(08)V99 VALUE ZEROS.
       77 W-IND            PIC 9(02) VALUE ZEROS.
       01 W-HOJE.
                03 W-ANO-ATUAL     PIC 9(04).
                03 W-MES-ATUAL     PIC 9(02).
                03 W-DIA-ATUAL     PIC 9(02).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
           COPY RUBCALC.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING RUBRICAS-CALC.
       RUB-001.
                IF RC-FUNCAO = "G"
                   GO TO GRAVA-001.
                MOVE ZEROS TO RC-PROVENTOS RC-DESCONTOS RC-PROV-INSS
                              RC-DESC-INSS RC-PROV-IRRF RC-DESC-IRRF
                              RC-QTD
                OPEN INPUT CADFUNRUB
                IF ST-FUNRUB NOT = "00"
                   GO TO RUB-ADIANT.
                OPEN INPUT CADRUBRICA
                IF ST-RUB NOT = "00"
                   CLOSE CADFUNRUB
                   GO TO RUB-ADIANT.
                MOVE RC-MATRICULA TO FR-MATRICULA
                MOVE ZEROS        TO FR-RUBRICA FR-INICIO
                START CADFUNRUB KEY IS NOT < CHAVE-FUNRUB
                IF ST-FUNRUB NOT = "00"
                   GO TO RUB-CLOSE.
       RUB-002.
                READ CADFUNRUB NEXT RECORD
                   AT END
                      GO TO RUB-CLOSE
                   NOT AT END
                      NEXT SENTENCE.
                IF FR-MATRICULA NOT = RC-MATRICULA
                   GO TO RUB-CLOSE.
                IF FR-SIT-EXCLUIDO
                   GO TO RUB-002.
                PERFORM VE-APLICA THRU VE-APLICA-FIM
                IF W-APLICA NOT = "S"
                   GO TO RUB-002.
                MOVE FR-RUBRICA TO RUB-CODIGO
                READ CADRUBRICA
                IF ST-RUB NOT = "00"
                   DISPLAY "MATRICULA " RC-MATRICULA
                           " COM RUBRICA INEXISTENTE " FR-RUBRICA
                   GO TO RUB-002.
                IF RUB-SIT-EXCLUIDO
                   GO TO RUB-002.
                IF RUB-FIXO
                   MOVE FR-VALOR TO W-VALOR
                ELSE
                   IF FR-PERCENT > ZEROS
                      MOVE FR-PERCENT TO W-PCT
                   ELSE
                      MOVE RUB-PERCENT TO W-PCT.
                IF RUB-PERCENTUAL
                   COMPUTE W-VALOR ROUNDED = (RC-BASE * W-PCT) / 100.
                IF W-VALOR = ZEROS
                   GO TO RUB-002.
                IF RC-QTD = 10
                   DISPLAY "MATRICULA " RC-MATRICULA
                           " COM MAIS DE 10 RUBRICAS - RUBRICA "
                           FR-RUBRICA " IGNORADA"
                   GO TO RUB-002.
                ADD 1 TO RC-QTD
                MOVE RUB-CODIGO      TO RC-RUBRICA (RC-QTD)
                MOVE RUB-DESCRICAO   TO RC-DESCRICAO (RC-QTD)
                MOVE RUB-NATUREZA    TO RC-NATUREZA (RC-QTD)
                MOVE RUB-INCIDE-INSS TO RC-INCIDE-INSS (RC-QTD)
                MOVE RUB-INCIDE-IRRF TO RC-INCIDE-IRRF (RC-QTD)
                MOVE W-VALOR         TO RC-VALOR (RC-QTD)
                IF RUB-PROVENTO
                   ADD W-VALOR TO RC-PROVENTOS
                   IF RUB-BASE-INSS
                      ADD W-VALOR TO RC-PROV-INSS.
                IF RUB-PROVENTO
                   IF RUB-BASE-IRRF
                      ADD W-VALOR TO RC-PROV-IRRF.
                IF RUB-DESCONTO
                   ADD W-VALOR TO RC-DESCONTOS
                   IF RUB-BASE-INSS
                      ADD W-VALOR TO RC-DESC-INSS.
                IF RUB-DESCONTO
                   IF RUB-BASE-IRRF
                      ADD W-VALOR TO RC-DESC-IRRF.
                GO TO RUB-002.
       RUB-CLOSE.
                CLOSE CADFUNRUB CADRUBRICA.
      *
      *****************************************
      * NA FOLHA MENSAL, AS RUBRICAS QUE O     *
      * ADIANTAMENTO DO MES JA APLICOU TAMBEM  *
      * ENTRAM NAS BASES DE INSS E IRRF        *
      *****************************************
       RUB-ADIANT.
                IF RC-TIPO NOT = "M"
                   GO TO RUB-FIM.
                OPEN INPUT FOLHARUB
                IF ST-FRB NOT = "00"
                   GO TO RUB-FIM.
                MOVE RC-MATRICULA TO FRB-MATRICULA
                MOVE RC-ANOMES    TO FRB-ANOMES
                MOVE "A"          TO FRB-TIPO
                MOVE ZEROS        TO FRB-RUBRICA
                START FOLHARUB KEY IS NOT < CHAVE-FOLHARUB
                IF ST-FRB NOT = "00"
                   GO TO RUB-ADIANT-CLOSE.
       RUB-ADIANT1.
                READ FOLHARUB NEXT RECORD
                   AT END
                      GO TO RUB-ADIANT-CLOSE
                   NOT AT END
                      NEXT SENTENCE.
                IF FRB-MATRICULA NOT = RC-MATRICULA
                   OR FRB-ANOMES NOT = RC-ANOMES
                   OR FRB-TIPO NOT = "A"
                   GO TO RUB-ADIANT-CLOSE.
                IF FRB-PROVENTO
                   IF FRB-INCIDE-INSS = "S"
                      ADD FRB-VALOR TO RC-PROV-INSS.
                IF FRB-PROVENTO
                   IF FRB-INCIDE-IRRF = "S"
                      ADD FRB-VALOR TO RC-PROV-IRRF.
                IF FRB-DESCONTO
                   IF FRB-INCIDE-INSS = "S"
                      ADD FRB-VALOR TO RC-DESC-INSS.
                IF FRB-DESCONTO
                   IF FRB-INCIDE-IRRF = "S"
                      ADD FRB-VALOR TO RC-DESC-IRRF.
                GO TO RUB-ADIANT1.
       RUB-ADIANT-CLOSE.
                CLOSE FOLHARUB.
       RUB-FIM.
                EXIT PROGRAM.
      *
      *****************************************
      * O LANCAMENTO VALE NO PROCESSAMENTO?    *
      * (TIPO DE FOLHA E PERIODO)              *
      *****************************************
       VE-APLICA.
                MOVE "N" TO W-APLICA
                IF RC-TIPO = "M" AND FR-APLICA-MENSAL NOT = "S"
                   GO TO VE-APLICA-FIM.
                IF RC-TIPO = "A" AND FR-APLICA-ADIANT NOT = "S"
                   GO TO VE-APLICA-FIM.
                IF RC-TIPO = "D" AND FR-APLICA-DECIMO NOT = "S"
                   GO TO VE-APLICA-FIM.
                IF FR-INICIO > RC-ANOMES
                   GO TO VE-APLICA-FIM.
                IF FR-EVENTUAL
                   IF FR-INICIO = RC-ANOMES
                      MOVE "S" TO W-APLICA
                      GO TO VE-APLICA-FIM
                   ELSE
                      GO TO VE-APLICA-FIM.
                IF FR-FIM = ZEROS OR FR-FIM NOT < RC-ANOMES
                   MOVE "S" TO W-APLICA.
       VE-APLICA-FIM.
                EXIT.
      *
      *****************************************
      * GRAVACAO NO FOLHARUB: APAGA O QUE O    *
      * PROCESSAMENTO ANTERIOR DEIXOU PARA A   *
      * MATRICULA/AAAAMM/TIPO E GRAVA O ATUAL  *
      *****************************************
       GRAVA-001.
                OPEN I-O FOLHARUB
                IF ST-FRB NOT = "00"
                   IF ST-FRB = "30" OR "35"
                      OPEN OUTPUT FOLHARUB
                      CLOSE FOLHARUB
                      OPEN I-O FOLHARUB
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO FOLHARUB: " ST-FRB
                      GO TO GRAVA-FIM.
                MOVE RC-MATRICULA TO FRB-MATRICULA
                MOVE RC-ANOMES    TO FRB-ANOMES
                MOVE RC-TIPO      TO FRB-TIPO
                MOVE ZEROS        TO FRB-RUBRICA
                START FOLHARUB KEY IS NOT < CHAVE-FOLHARUB
                IF ST-FRB NOT = "00"
                   GO TO GRAVA-003.
       GRAVA-002.
                READ FOLHARUB NEXT RECORD
                   AT END
                      GO TO GRAVA-003
                   NOT AT END
                      NEXT SENTENCE.
                IF FRB-MATRICULA NOT = RC-MATRICULA
                   OR FRB-ANOMES NOT = RC-ANOMES
                   OR FRB-TIPO NOT = RC-TIPO
                   GO TO GRAVA-003.
                DELETE FOLHARUB RECORD
                GO TO GRAVA-002.
       GRAVA-003.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                PERFORM GRAVA-ITEM THRU GRAVA-ITEM-FIM
                  VARYING W-IND FROM 1 BY 1 UNTIL W-IND > RC-QTD
                CLOSE FOLHARUB.
       GRAVA-FIM.
                EXIT PROGRAM.
      *
       GRAVA-ITEM.
                MOVE RC-MATRICULA           TO FRB-MATRICULA
                MOVE RC-ANOMES              TO FRB-ANOMES
                MOVE RC-TIPO                TO FRB-TIPO
                MOVE RC-RUBRICA (W-IND)     TO FRB-RUBRICA
                MOVE RC-DEPTO               TO FRB-DEPTO
                MOVE RC-NATUREZA (W-IND)    TO FRB-NATUREZA
                MOVE RC-INCIDE-INSS (W-IND) TO FRB-INCIDE-INSS
                MOVE RC-INCIDE-IRRF (W-IND) TO FRB-INCIDE-IRRF
                MOVE RC-VALOR (W-IND)       TO FRB-VALOR
                MOVE W-ANO-ATUAL            TO FRB-ANO
                MOVE W-MES-ATUAL            TO FRB-MES
                MOVE W-DIA-ATUAL            TO FRB-DIA
                WRITE REGFOLHARUB
                IF ST-FRB = "22"
                   REWRITE REGFOLHARUB.
       GRAVA-ITEM-FIM.
                EXIT.
