      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADBANCOH.DAT - BANCO DE HORAS DOS
      * HORISTAS QUE OPTARAM PELO ACORDO (FUN-BANCO-HORAS = "S"). UM
      * LANCAMENTO POR MATRICULA, DATA (AAAAMMDD) E MOVIMENTO:
      *   C - CREDITO DAS HORAS EXTRAS DO DIA, GRAVADO PELO P201724
      *       COM OS MESMOS MULTIPLICADORES DO PONTO (150% ACIMA DO
      *       LIMITE DIARIO, 200% EM DOMINGO/FERIADO), VENCENDO SEIS
      *       MESES DEPOIS (BH-VENCIMENTO);
      *   D - FOLGA COMPENSADA NO DIA, LANCADA NO FP201787;
      *   P - HORAS VENCIDAS SEM COMPENSACAO, PAGAS PELO P201724 NO
      *       FOLHA.MOV DO MES (DATA = ULTIMO DIA DO MES).
      * AS COMPENSACOES E OS PAGAMENTOS CONSOMEM OS CREDITOS MAIS
      * ANTIGOS PRIMEIRO. SALDO = CREDITOS - COMPENSACOES - PAGAMENTOS.
      *-----------------------------------------------------------------
       01 REGBANCOH.
                03 CHAVE-BANCOH.
                   05 BH-MATRICULA  PIC 9(05).
                   05 BH-DATA       PIC 9(08).
                   05 BH-MOVIMENTO  PIC X(01).
                      88 BH-CREDITO      VALUE "C".
                      88 BH-COMPENSACAO  VALUE "D".
                      88 BH-PAGAMENTO    VALUE "P".
                03 BH-HORAS         PIC 9(03)V99.
                03 BH-VENCIMENTO    PIC 9(08).
                03 BH-OBS           PIC X(30).
                03 BH-SIT-REGISTRO  PIC X(01).
                   88 BH-SIT-ATIVO     VALUE "A".
                   88 BH-SIT-EXCLUIDO  VALUE "E".
                03 FILLER           PIC X(20).
