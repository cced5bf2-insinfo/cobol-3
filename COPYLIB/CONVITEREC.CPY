      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADCONVITE.DAT - LISTA DE CONVIDADOS POR
      * EVENTO (CADEVENTO). UM REGISTRO POR EVENTO + APELIDO, GERADO
      * PELO P201797 A PARTIR DA SELECAO DO CARTAO (TIPO DE AMIGO,
      * UF/CIDADE, UM POR FAMILIA, CONTATO RECENTE). O P201798 REGISTRA
      * A RESPOSTA (S=CONFIRMOU, N=RECUSOU, BRANCO=SEM RESPOSTA) E A
      * PRESENCA NO DIA; O P201673 IMPRIME AS ETIQUETAS SO DOS
      * CONVIDADOS DE UM EVENTO E O P201799 FAZ O BALANCO CONVIDADOS X
      * CONFIRMADOS X PRESENTES POR TIPO DE AMIGO.
      *-----------------------------------------------------------------
       01 REGCONVITE.
                03 CHAVE-CONVITE.
                   05 CNV-EVENTO    PIC X(06).
                   05 CNV-APELIDO   PIC X(12).
                03 CNV-DATA-CONVITE PIC 9(08).
                03 CNV-RESPOSTA     PIC X(01).
                   88 CNV-CONFIRMOU    VALUE "S".
                   88 CNV-RECUSOU      VALUE "N".
                   88 CNV-SEM-RESPOSTA VALUE " ".
                03 CNV-PRESENCA     PIC X(01).
                   88 CNV-PRESENTE     VALUE "S".
                03 CNV-OPERADOR     PIC X(08).
                03 FILLER           PIC X(14).
