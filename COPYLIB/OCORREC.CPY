      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADOCORR.DAT - OCORRENCIAS DISCIPLINARES
      * DO ALUNO, NO LUGAR DO LIVRO DE PAPEL DA COORDENACAO. UMA LINHA
      * POR RM + TURMA + ANO LETIVO + DATA + SEQUENCIA NO DIA, COM O
      * TIPO (A=ATRASO, I=INDISCIPLINA, V=ADVERTENCIA, S=SUSPENSAO), A
      * DESCRICAO, O PROFESSOR DO CADPROF QUE RELATOU (000 = A PROPRIA
      * COORDENACAO), OS DIAS DE SUSPENSAO E O OPERADOR. OCO-NOTIFICADA
      * MARCA A ADVERTENCIA/SUSPENSAO CUJA NOTIFICACAO AO RESPONSAVEL
      * (ALU-RESPONSAVEL DO CADALUNO) JA FOI IMPRESSA. MANTIDO PELO
      * FP201751, CONTADO PELO P201751 (ROTINAS) PARA A TELA DO
      * CONSELHO (FP201697) E RESUMIDO POR TURMA NO P201752.
      *-----------------------------------------------------------------
       01 REGOCORR.
                03 CHAVE-OCORR.
                   05 OCO-RM        PIC 9(05).
                   05 OCO-TURMA     PIC X(05).
                   05 OCO-ANOLETIVO PIC 9(04).
                   05 OCO-DATA.
                      07 OCO-ANO    PIC 9(04).
                      07 OCO-MES    PIC 9(02).
                      07 OCO-DIA    PIC 9(02).
                   05 OCO-SEQ       PIC 9(02).
                03 OCO-TIPO         PIC X(01).
                   88 OCO-ATRASO       VALUE "A".
                   88 OCO-INDISCIPLINA VALUE "I".
                   88 OCO-ADVERTENCIA  VALUE "V".
                   88 OCO-SUSPENSAO    VALUE "S".
                   88 OCO-TIPO-VALIDO  VALUE "A" "I" "V" "S".
                03 OCO-DESCRICAO    PIC X(60).
                03 OCO-PROFESSOR    PIC 9(03).
                03 OCO-DIAS-SUSP    PIC 9(02).
                03 OCO-OPERADOR     PIC X(08).
                03 OCO-NOTIFICADA   PIC X(01).
                03 FILLER           PIC X(15).
