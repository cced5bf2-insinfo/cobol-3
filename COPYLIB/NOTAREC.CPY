      * ANOLETIVO), PARA QUE O MESMO RM POSSA SER REAPROVEITADO EM
      * TURMAS/ANOS LETIVOS DIFERENTES. O ANO TEM QUATRO BIMESTRES
      * (NOTA1-NOTA4 E FALTAS1-FALTAS4); A MEDIA E PONDERADA PELOS
      * PESOS DO CADPESO.DAT (MEDIACLC/P201695). SAIDA-MOTIVO/
      * SAIDA-DATA SAO PREENCHIDOS PELO FP201761 QUANDO O ALUNO DEIXA A
      * ESCOLA NO MEIO DO ANO (TRANSFERIDO, DESISTENTE OU FALECIDO): O
      * REGISTRO CONTINUA ATIVO, COM NOTAS E FALTAS CONGELADAS NA DATA,
      * FORA DO FATURAMENTO E DA CAPACIDADE DA TURMA. BRANCO = CURSANDO.
      *-----------------------------------------------------------------
       01 REGNOTA.
                03 CHAVE-NOTA.
                03 SIT-REGISTRO   PIC X(01) VALUE "A".
                   88 SIT-ATIVO      VALUE "A".
                   88 SIT-EXCLUIDO   VALUE "E".
                03 SAIDA-MOTIVO   PIC X(01).
                   88 SAIDA-TRANSFERIDO VALUE "T".
                   88 SAIDA-DESISTENTE  VALUE "D".
                   88 SAIDA-FALECIDO    VALUE "F".
                   88 ALUNO-SAIU        VALUE "T" "D" "F".
                03 SAIDA-DATA     PIC 9(08).
                03 FILLER         PIC X(03).
