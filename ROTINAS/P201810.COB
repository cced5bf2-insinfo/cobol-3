       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201810.
       AUTHOR. LEANDRO.
      ****************************************************
      * VALIDACAO DOS DIGITOS VERIFICADORES DO CNPJ.      *
      * DEVOLVE "S" QUANDO OS DOIS DIGITOS CONFEREM COM O *
      * CALCULO OFICIAL (MODULO 11 COM PESOS 5 A 2 E 9 A  *
      * 2 SOBRE OS 12 PRIMEIROS, DEPOIS 6 A 2 E 9 A 2     *
      * SOBRE OS 13 PRIMEIROS). CNPJ COM TODOS OS DIGITOS *
      * IGUAIS E RECUSADO. CHAMADO PELO FP201811 NA       *
      * DIGITACAO DO FORNECEDOR PESSOA JURIDICA (O CPF DA *
      * PESSOA FISICA CONTINUA NO P201730).               *
      ****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 W-IND            PIC 9(02) COMP VALUE ZEROS.
       77 W-DESLOC         PIC 9(02) COMP VALUE ZEROS.
       77 W-POS            PIC 9(02) COMP VALUE ZEROS.
       77 W-SOMA           PIC 9(04) COMP VALUE ZEROS.
       77 W-RESTO          PIC 9(02) COMP VALUE ZEROS.
       77 W-QUOC           PIC 9(04) COMP VALUE ZEROS.
       77 W-DV1            PIC 9(02) COMP VALUE ZEROS.
       77 W-DV2            PIC 9(02) COMP VALUE ZEROS.
       77 W-IGUAIS         PIC X(01) VALUE "S".
       01 W-CNPJ.
                03 W-CNPJ-DIG OCCURS 14 TIMES PIC 9(01).
      *
      * PESOS DO SEGUNDO DIGITO; O PRIMEIRO USA OS MESMOS A PARTIR DA
      * SEGUNDA POSICAO (5 A 2 E 9 A 2)
      *
       01 TABELA-PESOS.
                03 FILLER PIC X(13) VALUE "6543298765432".
       01 TABELA-PESOS-R REDEFINES TABELA-PESOS.
                03 TAB-PESO OCCURS 13 TIMES PIC 9(01).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-CNPJ           PIC 9(14).
       01 LK-VALIDO         PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-CNPJ LK-VALIDO.
       VALIDA-001.
                MOVE "N" TO LK-VALIDO
                MOVE LK-CNPJ TO W-CNPJ
                IF LK-CNPJ = ZEROS
                   GO TO VALIDA-FIM.
      *
      * CNPJ COM OS 14 DIGITOS IGUAIS PASSA NO MODULO 11 MAS E
      * INVALIDO
      *
                MOVE "S" TO W-IGUAIS
                PERFORM TESTA-IGUAL THRU TESTA-IGUAL-FIM
                  VARYING W-IND FROM 2 BY 1 UNTIL W-IND > 14
                IF W-IGUAIS = "S"
                   GO TO VALIDA-FIM.
      *
      * PRIMEIRO DIGITO: SOBRE OS 12 PRIMEIROS
      *
                MOVE ZEROS TO W-SOMA
                MOVE 1 TO W-DESLOC
                PERFORM SOMA-DIGITO THRU SOMA-DIGITO-FIM
                  VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 12
                DIVIDE W-SOMA BY 11 GIVING W-QUOC
                       REMAINDER W-RESTO
                IF W-RESTO < 2
                   MOVE ZEROS TO W-DV1
                ELSE
                   COMPUTE W-DV1 = 11 - W-RESTO.
                IF W-DV1 NOT = W-CNPJ-DIG (13)
                   GO TO VALIDA-FIM.
      *
      * SEGUNDO DIGITO: SOBRE OS 13 PRIMEIROS
      *
                MOVE ZEROS TO W-SOMA
                MOVE ZEROS TO W-DESLOC
                PERFORM SOMA-DIGITO THRU SOMA-DIGITO-FIM
                  VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 13
                DIVIDE W-SOMA BY 11 GIVING W-QUOC
                       REMAINDER W-RESTO
                IF W-RESTO < 2
                   MOVE ZEROS TO W-DV2
                ELSE
                   COMPUTE W-DV2 = 11 - W-RESTO.
                IF W-DV2 = W-CNPJ-DIG (14)
                   MOVE "S" TO LK-VALIDO.
       VALIDA-FIM.
                EXIT PROGRAM.
      *
       TESTA-IGUAL.
                IF W-CNPJ-DIG (W-IND) NOT = W-CNPJ-DIG (1)
                   MOVE "N" TO W-IGUAIS.
       TESTA-IGUAL-FIM.
                EXIT.
      *
       SOMA-DIGITO.
                COMPUTE W-POS = W-IND + W-DESLOC
                COMPUTE W-SOMA = W-SOMA
                        + (W-CNPJ-DIG (W-IND) * TAB-PESO (W-POS)).
       SOMA-DIGITO-FIM.
                EXIT.
