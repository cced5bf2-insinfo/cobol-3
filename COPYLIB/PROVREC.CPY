      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADPROVISAO.DAT - SALDO DA PROVISAO DE
      * FERIAS (COM O 1/3) E DE 13O SALARIO, E DOS ENCARGOS SOBRE
      * ELAS, POR MATRICULA E MES DE REFERENCIA (AAAAMM). GRAVADO NO
      * FECHAMENTO DO MES PELO P201784, QUE PARTE DO SALDO DO MES
      * ANTERIOR PARA APURAR A PROVISAO DO MES (SALDO NOVO - SALDO
      * ANTERIOR + BAIXAS PAGAS NO MES). PROVISAO NEGATIVA E ESTORNO.
      * REPROCESSAR O MES REGRAVA O REGISTRO DELE.
      *-----------------------------------------------------------------
       01 REGPROV.
                03 CHAVE-PROV.
                   05 PRV-MATRICULA PIC 9(05).
                   05 PRV-ANOMES    PIC 9(06).
                03 PRV-DEPTO        PIC 9(03).
                03 PRV-SALARIO      PIC 9(08)V99.
                03 PRV-AVOS-FER     PIC 9(03).
                03 PRV-AVOS-13      PIC 9(02).
                03 PRV-SALDO-FER    PIC 9(08)V99.
                03 PRV-SALDO-13     PIC 9(08)V99.
                03 PRV-SALDO-ENC    PIC 9(08)V99.
                03 PRV-BAIXA-FER    PIC 9(08)V99.
                03 PRV-BAIXA-13     PIC 9(08)V99.
                03 PRV-BAIXA-ENC    PIC 9(08)V99.
                03 PRV-PROV-FER     PIC S9(08)V99.
                03 PRV-PROV-13      PIC S9(08)V99.
                03 PRV-PROV-ENC     PIC S9(08)V99.
                03 PRV-DATA         PIC 9(08).
                03 FILLER           PIC X(20).
