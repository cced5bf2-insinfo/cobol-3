      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADPATRI.DAT - PATRIMONIO (BENS DO ATIVO
      * IMOBILIZADO). CHAVE: NUMERO DA PLAQUETA. CADA BEM TEM
      * DEPARTAMENTO (CADEPTO, QUE LEVA AO CENTRO DE CUSTO), SALA
      * (A TUR-SALA DAS TURMAS OU OUTRO CODIGO DE SALA: SECRETARIA,
      * LABORATORIO ...) E RESPONSAVEL (MATRICULA NO CADFUNC).
      * INCLUIDO E MANTIDO PELO FP201816; A TRANSFERENCIA DE
      * DEPARTAMENTO/SALA/RESPONSAVEL E A BAIXA (SIT "B", COM DATA E
      * MOTIVO) SO PELO FP201817, AMBAS NA AUDITORIA. PAT-ULT-MOVTO E
      * A DATA DA ULTIMA MOVIMENTACAO. VIDA UTIL EM MESES: O P201818
      * DEPRECIA EM LINHA RETA A PARTIR DO MES SEGUINTE AO DA
      * AQUISICAO, SEM GRAVAR NADA (A DEPRECIACAO ACUMULADA SAI DAS
      * DATAS). O INVENTARIO FISICO USA O P201819 (FOLHA DE CONTAGEM
      * POR SALA) E O P201820 (CONFRONTO DAS PLAQUETAS CONTADAS).
      *-----------------------------------------------------------------
       01 REGPATRI.
                03 PAT-PLAQUETA     PIC 9(06).
                03 PAT-DESCRICAO    PIC X(40).
                03 PAT-AQUISICAO.
                   05 PAT-AQU-ANO   PIC 9(04).
                   05 PAT-AQU-MES   PIC 9(02).
                   05 PAT-AQU-DIA   PIC 9(02).
                03 PAT-VALOR        PIC 9(08)V99.
                03 PAT-VIDA-UTIL    PIC 9(03).
                03 PAT-DEPTO        PIC 9(03).
                03 PAT-SALA         PIC X(05).
                03 PAT-RESPONSAVEL  PIC 9(05).
                03 PAT-SITUACAO     PIC X(01) VALUE "A".
                   88 PAT-ATIVO        VALUE "A".
                   88 PAT-BAIXADO      VALUE "B".
                03 PAT-BAIXA-DATA.
                   05 PAT-BXA-ANO   PIC 9(04).
                   05 PAT-BXA-MES   PIC 9(02).
                   05 PAT-BXA-DIA   PIC 9(02).
                03 PAT-BAIXA-MOTIVO PIC X(01).
                   88 PAT-BXA-VENDA    VALUE "V".
                   88 PAT-BXA-DOACAO   VALUE "D".
                   88 PAT-BXA-PERDA    VALUE "P".
                   88 PAT-BXA-SUCATA   VALUE "S".
                   88 PAT-BXA-VALIDO   VALUE "V" "D" "P" "S".
                03 PAT-ULT-MOVTO    PIC 9(08).
                03 FILLER           PIC X(30).
