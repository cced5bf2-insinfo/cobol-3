      * N MESES (CARTAO SYSIN), COM A DATA DO ULTIMO     *
      * CONTATO QUANDO EXISTE - PARA A MALA DIRETA DO    *
      * P201673 DEIXAR DE SER UM TIRO NO ESCURO. SAI     *
      * PELO MODULO COMUM P201675. O RETORNO PENDENTE    *
      * (TIPO R, GRAVADO PELO P201795) NAO CONTA COMO    *
      * CONTATO FEITO.                                   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                 NEXT SENTENCE.
           IF CTT-APELIDO NOT = APELIDO OF REGCLI
              GO TO BUSCA-ULTIMO-FIM.
           IF NOT CTT-RETORNO
              MOVE CTT-DATA TO W-ULTIMO.
           GO TO BUSCA-ULTIMO1.
       BUSCA-ULTIMO-FIM.
           EXIT.
