       AUTHOR. LEANDRO.
      **************************************************
      * DESLIGAMENTO DE FUNCIONARIO (CADFUNC). ANTES,    *
      * "DEMITIR" ERA EXCLUIR O REGISTRO NO FP201660 - O *
      * QUE SUMIA COM A PESSOA DO EFETIVO E, QUANDO      *
      * ESQUECIDO, DEIXAVA O DEMITIDO PAGAVEL NA FOLHA.  *
      * AQUI O OPERADOR REGISTRA A DATA E O MOTIVO DO    *
      * DESLIGAMENTO EM FUN-DEMISSAO/FUN-MOTIVO-DESLIG;  *
      * O REGISTRO CONTINUA ATIVO E VISIVEL NOS          *
      * HISTORICOS, O P201662 PULA (OU PAGA PRO-RATA NO  *
      * MES) E O DEMONSTRATIVO DE RESCISAO SAI NO        *
      * P201722. TUDO AUDITADO VIA P201622. O TIPO DO    *
      * DESLIGAMENTO (SEM JUSTA CAUSA, ACORDO, JUSTA     *
      * CAUSA, PEDIDO OU TERMINO DE CONTRATO) VAI EM     *
      * FUN-TIPO-DESLIG E DECIDE A MULTA DO FGTS NA      *
      * RESCISAO.                                        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                DISPLAY (04, 01) "MATRICULA: "
                DISPLAY (05, 01) "NOME.....: "
                DISPLAY (07, 01) "DATA DO DESLIGAMENTO (AAAAMMDD): "
                DISPLAY (08, 01) "MOTIVO...: "
                DISPLAY (10, 01) "TIPO.....: "
                DISPLAY (11, 01)
                   "S=SEM JUSTA CAUSA  A=ACORDO  J=JUSTA CAUSA"
                DISPLAY (12, 01)
                   "P=PEDIDO DE DEMISSAO  T=TERMINO DE CONTRATO".
       DES-002.
                ACCEPT (04, 12) FUN-MATRICULA
                ACCEPT W-ACT FROM ESCAPE KEY
                   MOVE "*** MOTIVO OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DES-004.
      *
      * O TIPO DECIDE A MULTA DO FGTS NA RESCISAO (P201722)
      *
       DES-005.
                ACCEPT (10, 12) FUN-TIPO-DESLIG
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO DES-004.
                IF NOT FUN-DESLIG-VALIDO
                   MOVE "*** TIPO DE DESLIGAMENTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DES-005.
       DES-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DESLIGAR  (S/N) : ".
                ACCEPT (23, 58) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO DES-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DESLIGAMENTO ABANDONADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
