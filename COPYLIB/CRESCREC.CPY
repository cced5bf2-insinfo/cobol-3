      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CRESCHIST.DAT - HISTORICO DO MONITOR DE
      * CRESCIMENTO DOS ARQUIVOS (P201805). UMA LINHA POR ARQUIVO E
      * DATA COM O TOTAL DE REGISTROS, OS ATIVOS E OS EXCLUIDOS
      * LOGICAMENTE (ZERO NOS ARQUIVOS SEM SITUACAO DE REGISTRO), O
      * TAMANHO DO REGISTRO E O TAMANHO DO ARQUIVO EM KB (REGISTROS X
      * TAMANHO / 1024), MAIS O LIMITE EM KB INFORMADO NO CARTAO DO
      * DIA (ZERO = SEM LIMITE). A REEXECUCAO NO MESMO DIA REGRAVA A
      * LINHA. E A PARTIR DESTE HISTORICO QUE O P201805 CALCULA O
      * CRESCIMENTO DO DIA ANTERIOR E DOS ULTIMOS 30 DIAS E PROJETA
      * A DATA EM QUE O ARQUIVO ATINGE O LIMITE.
      *-----------------------------------------------------------------
       01 REGCRESC.
                03 CHAVE-CRESC.
                   05 CRE-ARQUIVO   PIC X(10).
                   05 CRE-DATA      PIC 9(08).
                03 CRE-REGISTROS    PIC 9(09).
                03 CRE-ATIVOS       PIC 9(09).
                03 CRE-EXCLUIDOS    PIC 9(09).
                03 CRE-TAMANHO      PIC 9(04).
                03 CRE-KBYTES       PIC 9(09).
                03 CRE-LIMITE       PIC 9(09).
                03 FILLER           PIC X(13).
