                03 AL-TELEFONE  PIC X(09).
                03 AL-BOLSA     PIC X(02).
                03 AL-SIT       PIC X(01).
                03 AL-NOTIFICA  PIC X(01).
                03 AL-EMAIL     PIC X(16).
       01 W-ANTES-NOTMAT REDEFINES W-ANTES.
                03 AM-RM        PIC X(05).
                03 AM-TURMA     PIC X(05).
                03 DL-TELEFONE  PIC X(09).
                03 DL-BOLSA     PIC X(02).
                03 DL-SIT       PIC X(01).
                03 DL-NOTIFICA  PIC X(01).
                03 DL-EMAIL     PIC X(16).
       01 W-DEPOIS-NOTMAT REDEFINES W-DEPOIS.
                03 DM-RM        PIC X(05).
                03 DM-TURMA     PIC X(05).
                   MOVE AL-SIT        TO LF-ANTES
                   MOVE DL-SIT        TO LF-DEPOIS
                   PERFORM ESCREVE-DIF THRU ESCREVE-DIF-FIM.
                IF AL-NOTIFICA NOT = DL-NOTIFICA
                   MOVE "AVISOS"      TO LF-CAMPO
                   MOVE AL-NOTIFICA   TO LF-ANTES
                   MOVE DL-NOTIFICA   TO LF-DEPOIS
                   PERFORM ESCREVE-DIF THRU ESCREVE-DIF-FIM.
      *
      * A IMAGEM DA AUDITORIA TEM 200 BYTES - DO E-MAIL SO ENTRAM OS
      * 16 PRIMEIROS CARACTERES
      *
                IF AL-EMAIL NOT = DL-EMAIL
                   MOVE "E-MAIL"      TO LF-CAMPO
                   MOVE AL-EMAIL      TO LF-ANTES
                   MOVE DL-EMAIL      TO LF-DEPOIS
                   PERFORM ESCREVE-DIF THRU ESCREVE-DIF-FIM.
       DIF-ALUNO-FIM.
                EXIT.
      *
