      * DECLARACOES. UMA LINHA POR DECLARACAO EMITIDA PELO P201703,
      * COM O NUMERO SEQUENCIAL DE CONTROLE (CHAVE), O TIPO
      * (M=MATRICULA, F=FREQUENCIA), O ALUNO, A DATA E O OPERADOR
      * QUE EMITIU - O CADERNO DA SECRETARIA VIRA ARQUIVO. A
      * DECLARACAO ANUAL DE QUITACAO DO P201771 USA O MESMO LIVRO
      * (TIPO Q), UMA POR RESPONSAVEL, COM DEC-RM = PRIMEIRO RM DA
      * FAMILIA E DEC-ANOLETIVO = ANO QUITADO.
      *-----------------------------------------------------------------
       01 REGDECL.
                03 DEC-NUMERO       PIC 9(06).
                03 DEC-TIPO         PIC X(01).
                   88 DEC-MATRICULA    VALUE "M".
                   88 DEC-FREQUENCIA   VALUE "F".
                   88 DEC-QUITACAO     VALUE "Q".
                03 DEC-RM           PIC 9(05).
                03 DEC-TURMA        PIC X(05).
                03 DEC-ANOLETIVO    PIC 9(04).
