      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADREMAT.DAT - CAMPANHA DE REMATRICULA.
      * UM REGISTRO POR ALUNO E ANO LETIVO DE DESTINO, CRIADO PENDENTE
      * PELO P201754 (ABERTURA DA CAMPANHA, COM O PRAZO DO CARTAO E A
      * TURMA PREVISTA PELO MAPA DE PROMOCAO). A SECRETARIA MARCA A
      * RESPOSTA DA FAMILIA NO FP201755 (CONFIRMADA OU DECLINADA),
      * RECUSANDO A CONFIRMACAO COM MENSALIDADE VENCIDA EM ABERTO SALVO
      * LIBERACAO DE SUPERVISOR. O P201657 SO PROMOVE CONFIRMADOS E O
      * P201756 PROJETA AS VAGAS DAS TURMAS DO ANO SEGUINTE.
      *-----------------------------------------------------------------
       01 REGREMAT.
                03 CHAVE-REMAT.
                   05 REM-RM         PIC 9(05).
                   05 REM-ANOLETIVO  PIC 9(04).
                03 REM-TURMA-ATUAL   PIC X(05).
                03 REM-TURMA-NOVA    PIC X(05).
                03 REM-SIT           PIC X(01).
                   88 REM-PENDENTE      VALUE "P".
                   88 REM-CONFIRMADA    VALUE "C".
                   88 REM-DECLINADA     VALUE "D".
                   88 REM-SIT-VALIDA    VALUE "P" "C" "D".
                03 REM-PRAZO         PIC 9(08).
                03 REM-DATA-RESP     PIC 9(08).
                03 REM-LIBERADA      PIC X(01).
                03 REM-SUPERVISOR    PIC X(08).
                03 REM-OPERADOR      PIC X(08).
                03 FILLER            PIC X(20).
