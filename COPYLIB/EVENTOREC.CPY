      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADEVENTO.DAT - EVENTOS E CAMPANHAS DA
      * ASSOCIACAO (FESTAS, BAZARES, JANTARES BENEFICENTES). UM
      * REGISTRO POR CODIGO, COM A DATA, O LOCAL E A DESCRICAO.
      * MANTIDO NO FP201796. O CODIGO E O MESMO QUE O TESOUREIRO
      * INFORMA NA CAMPANHA DA DOACAO (DOA-CAMPANHA, P201793). A LISTA
      * DE CONVIDADOS DE CADA EVENTO FICA NO CADCONVITE.DAT.
      *-----------------------------------------------------------------
       01 REGEVENTO.
                03 EVT-CODIGO       PIC X(06).
                03 EVT-DATA.
                   05 EVT-ANO       PIC 9(04).
                   05 EVT-MES       PIC 9(02).
                   05 EVT-DIA       PIC 9(02).
                03 EVT-LOCAL        PIC X(30).
                03 EVT-DESCRICAO    PIC X(40).
                03 EVT-SIT          PIC X(01) VALUE "A".
                   88 EVT-ATIVO        VALUE "A".
                   88 EVT-EXCLUIDO     VALUE "E".
                03 FILLER           PIC X(15).
