      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADAUSEN.DAT - AUSENCIAS DE PROFESSOR.
      * UM REGISTRO POR PROFESSOR + DATA INICIAL, COM A DATA FINAL
      * (NO MAXIMO 31 DIAS), O MOTIVO E UMA DESCRICAO LIVRE. NA
      * GRAVACAO O FP201757 GERA NO CADSUBST UM REGISTRO POR PERIODO
      * DE AULA AFETADO (HORARIO SEMANAL DO CADHORARIO NOS DIAS UTEIS
      * DO INTERVALO) PARA A COORDENACAO INDICAR O SUBSTITUTO.
      *-----------------------------------------------------------------
       01 REGAUSEN.
                03 CHAVE-AUSEN.
                   05 AUS-PROFESSOR  PIC 9(03).
                   05 AUS-DATA-INI   PIC 9(08).
                03 AUS-DATA-FIM      PIC 9(08).
                03 AUS-MOTIVO        PIC X(01).
                   88 AUS-DOENCA        VALUE "D".
                   88 AUS-LICENCA       VALUE "L".
                   88 AUS-PESSOAL       VALUE "P".
                   88 AUS-OUTROS        VALUE "O".
                   88 AUS-MOTIVO-VALIDO VALUE "D" "L" "P" "O".
                03 AUS-DESCRICAO     PIC X(40).
                03 AUS-OPERADOR      PIC X(08).
                03 FILLER            PIC X(20).
