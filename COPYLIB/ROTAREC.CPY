      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADROTA.DAT - ROTAS DO TRANSPORTE
      * ESCOLAR (VAN). CHAVE: CODIGO DA ROTA. CADA ROTA TEM MOTORISTA
      * (NOME E TELEFONE), VEICULO E PLACA, CAPACIDADE DE ALUNOS, O
      * TURNO EM QUE RODA (M/T/N, COMO O TUR-TURNO DO CADTURMA) E ATE
      * 8 BAIRROS ATENDIDOS (NOME COMO NO CADCEP). ROT-TAXA E A TAXA
      * MENSAL DO TRANSPORTE (ZERO = SEM TAXA), LANCADA PELO P201712
      * NA COBRANCA DO MES DOS ALUNOS DA ROTA (MEN-TRANSP-VALOR).
      * MANTIDO PELO FP201821; OS ALUNOS DE CADA ROTA FICAM NO
      * CADROTALU (FP201822) E A LOTACAO E CONTADA NELE. EXCLUSAO
      * LOGICA ("E") SO COM A ROTA VAZIA.
      *-----------------------------------------------------------------
       01 REGROTA.
                03 ROT-CODIGO       PIC 9(03).
                03 ROT-DESCRICAO    PIC X(30).
                03 ROT-MOTORISTA    PIC X(30).
                03 ROT-MOT-DDD      PIC 9(02).
                03 ROT-MOT-TELEFONE PIC 9(09).
                03 ROT-VEICULO      PIC X(20).
                03 ROT-PLACA        PIC X(07).
                03 ROT-CAPACIDADE   PIC 9(03).
                03 ROT-TURNO        PIC X(01).
                   88 ROT-TURNO-VALIDO VALUE "M" "T" "N".
                03 ROT-TAXA         PIC 9(06)V99.
                03 ROT-BAIRROS.
                   05 ROT-BAIRRO    PIC X(20) OCCURS 8 TIMES.
                03 ROT-SIT-REGISTRO PIC X(01) VALUE "A".
                   88 ROT-SIT-ATIVO    VALUE "A".
                   88 ROT-SIT-EXCLUIDO VALUE "E".
                03 FILLER           PIC X(30).
