      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADSAIDA.DAT - SAIDAS DE ALUNO NO MEIO DO
      * ANO LETIVO. UM REGISTRO POR MATRICULA (RM + TURMA + ANO LETIVO
      * DO CADNOTA), GRAVADO PELO FP201761 COM A DATA, O MOTIVO
      * (T=TRANSFERIDO, D=DESISTENTE, F=FALECIDO), A ESCOLA DE DESTINO
      * (OBRIGATORIA NA TRANSFERENCIA) E O OPERADOR. O MOTIVO E A DATA
      * SAO REPETIDOS EM SAIDA-MOTIVO/SAIDA-DATA DO CADNOTA, QUE E O
      * QUE O FATURAMENTO, A CAPACIDADE, O CENSO E A ATA ENXERGAM.
      * SAI-GUIA-DATA GUARDA A ULTIMA EMISSAO DA GUIA DE TRANSFERENCIA
      * PELO P201762.
      *-----------------------------------------------------------------
       01 REGSAIDA.
                03 CHAVE-SAIDA.
                   05 SAI-RM         PIC 9(05).
                   05 SAI-TURMA      PIC X(05).
                   05 SAI-ANOLETIVO  PIC 9(04).
                03 SAI-DATA          PIC 9(08).
                03 SAI-MOTIVO        PIC X(01).
                   88 SAI-TRANSFERIDO   VALUE "T".
                   88 SAI-DESISTENTE    VALUE "D".
                   88 SAI-FALECIDO      VALUE "F".
                   88 SAI-MOTIVO-VALIDO VALUE "T" "D" "F".
                03 SAI-ESCOLA        PIC X(40).
                03 SAI-CIDADE        PIC X(20).
                03 SAI-UF            PIC X(02).
                03 SAI-OPERADOR      PIC X(08).
                03 SAI-GUIA-DATA     PIC 9(08).
                03 FILLER            PIC X(19).
