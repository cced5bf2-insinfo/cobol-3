      *-----------------------------------------------------------------
      * LAYOUT DO ARQUIVO RETORNO.TXT - RETORNO DE COBRANCA DO BANCO,
      * LIDO PELO P201766 PARA A BAIXA AUTOMATICA DAS MENSALIDADES.
      * LINHAS DE 100 BYTES:
      * - TIPO 0 = HEADER  : BANCO, DATA E NUMERO DO ARQUIVO;
      * - TIPO 1 = DETALHE : UM BOLETO PAGO (NUMERO DO MEN-BOLETO,
      *   DATA E VALOR PAGOS, DATA DO CREDITO NA CONTA);
      * - TIPO 9 = TRAILER : QUANTIDADE DE DETALHES E VALOR TOTAL
      *   PAGO, PARA CONFERENCIA DO ARQUIVO ANTES DA BAIXA.
      *-----------------------------------------------------------------
       01 REGRETORNO.
                03 RET-TIPO            PIC X(01).
                   88 RET-HEADER          VALUE "0".
                   88 RET-DETALHE         VALUE "1".
                   88 RET-TRAILER         VALUE "9".
                03 RET-DADOS           PIC X(99).
                03 RET-DET REDEFINES RET-DADOS.
                   05 RET-BOLETO       PIC 9(06).
                   05 RET-DATA-PAGTO   PIC 9(08).
                   05 RET-VALOR-PAGO   PIC 9(06)V99.
                   05 RET-DATA-CREDITO PIC 9(08).
                   05 FILLER           PIC X(69).
                03 RET-HDR REDEFINES RET-DADOS.
                   05 RET-H-BANCO      PIC 9(03).
                   05 RET-H-DATA-ARQ   PIC 9(08).
                   05 RET-H-SEQ-ARQ    PIC 9(06).
                   05 FILLER           PIC X(82).
                03 RET-TRL REDEFINES RET-DADOS.
                   05 RET-T-QTD        PIC 9(06).
                   05 RET-T-VALOR      PIC 9(10)V99.
                   05 FILLER           PIC X(81).
