      * COMPARTILHADO PELO FP201654 (MANUTENCAO DO CADASTRO) E PELO
      * P201654 (ROTINAS), QUE VALIDA O PAR TURMA/ANO LETIVO DIGITADO
      * NO P201613 E DEVOLVE A CAPACIDADE E A LOTACAO ATUAL DA TURMA.
      * TUR-UNIDADE E A UNIDADE (CADUNIDADE) ONDE A TURMA FUNCIONA;
      * TURMA ANTERIOR A UNIDADE TRAZ O CAMPO EM BRANCO - UNIDADE 01.
      *-----------------------------------------------------------------
       01 REGTURMA.
                03 CHAVE-TURMA.
                   88 TUR-TURNO-VALIDO VALUE "M" "T" "N".
                03 TUR-SALA         PIC X(05).
                03 TUR-MAXALUNOS    PIC 9(03).
                03 TUR-UNIDADE      PIC 9(02).
                03 FILLER           PIC X(30).
