      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE FOLHARUB.DAT - RUBRICAS EFETIVAMENTE
      * APLICADAS EM CADA PROCESSAMENTO DA FOLHA, AO LADO DO
      * FOLHAHIST.DAT: UMA LINHA POR MATRICULA, AAAAMM, TIPO DE
      * PROCESSAMENTO (O MESMO FH-TIPO: M, A OU D) E RUBRICA, COM O
      * VALOR E AS INCIDENCIAS DA RUBRICA NA DATA DO CALCULO.
      * GRAVADO PELO P201777 (O REPROCESSAMENTO APAGA E REGRAVA AS
      * LINHAS DA MATRICULA/AAAAMM/TIPO) E TOTALIZADO NO ANO PELO
      * P201717.
      *-----------------------------------------------------------------
       01 REGFOLHARUB.
                03 CHAVE-FOLHARUB.
                   05 FRB-MATRICULA PIC 9(05).
                   05 FRB-ANOMES    PIC 9(06).
                   05 FRB-TIPO      PIC X(01).
                   05 FRB-RUBRICA   PIC 9(03).
                03 FRB-DEPTO        PIC 9(03).
                03 FRB-NATUREZA     PIC X(01).
                   88 FRB-PROVENTO     VALUE "P".
                   88 FRB-DESCONTO     VALUE "D".
                03 FRB-INCIDE-INSS  PIC X(01).
                03 FRB-INCIDE-IRRF  PIC X(01).
                03 FRB-VALOR        PIC 9(08)V99.
                03 FRB-DATA.
                   05 FRB-ANO       PIC 9(04).
                   05 FRB-MES       PIC 9(02).
                   05 FRB-DIA       PIC 9(02).
                03 FILLER           PIC X(15).
