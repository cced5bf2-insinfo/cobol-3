      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADACORDO.DAT - ACORDOS DE PARCELAMENTO
      * DE MENSALIDADES EM ATRASO, GRAVADOS PELA TELA FP201769 COM O
      * OPERADOR E O SUPERVISOR QUE APROVOU (P201674). AS COBRANCAS
      * RENEGOCIADAS FICAM NO CADMENS COM STATUS "R" E MEN-ACORDO =
      * ACO-NUMERO; AS PARCELAS SAO COBRANCAS DO MESMO RM COM
      * MEN-TURMA = "*" + ACO-NUMERO (VER MENSREC), NUMERADAS A
      * PARTIR DE ACO-BOLETO-INI. ACO-STATUS: A = EM VIGOR, Q =
      * QUITADO (TODAS AS PARCELAS PAGAS), R = ROMPIDO (PARCELAS
      * VENCIDAS EM ABERTO ALEM DO LIMITE DO CARTAO DO P201770).
      * ACO-DATA-STATUS E A DATA DA ULTIMA MUDANCA DE STATUS.
      *-----------------------------------------------------------------
       01 REGACORDO.
                03 ACO-NUMERO       PIC 9(04).
                03 ACO-RM           PIC 9(05).
                03 ACO-DATA         PIC 9(08).
                03 ACO-QTD-MENS     PIC 9(03).
                03 ACO-VALOR-ORIG   PIC 9(07)V99.
                03 ACO-VALOR-ATUAL  PIC 9(07)V99.
                03 ACO-VALOR        PIC 9(07)V99.
                03 ACO-PARCELAS     PIC 9(02).
                03 ACO-VALOR-PARCELA PIC 9(06)V99.
                03 ACO-PRIM-VENC    PIC 9(08).
                03 ACO-BOLETO-INI   PIC 9(06).
                03 ACO-STATUS       PIC X(01).
                   88 ACO-EM-VIGOR     VALUE "A".
                   88 ACO-QUITADO      VALUE "Q".
                   88 ACO-ROMPIDO      VALUE "R".
                03 ACO-DATA-STATUS  PIC 9(08).
                03 ACO-OPERADOR     PIC X(08).
                03 ACO-SUPERVISOR   PIC X(08).
                03 FILLER           PIC X(18).
