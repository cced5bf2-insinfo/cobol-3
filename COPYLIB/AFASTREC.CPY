      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADAFAST.DAT - AFASTAMENTOS DO
      * FUNCIONARIO. CHAVE MATRICULA + DATA DE INICIO (AAAAMMDD). O
      * TIPO DECIDE QUEM PAGA OS DIAS: DOENCA ("D") E ACIDENTE DE
      * TRABALHO ("T") - A EMPRESA PAGA OS 15 PRIMEIROS DIAS E O
      * RESTO E BENEFICIO DO INSS; MATERNIDADE ("M") - A EMPRESA
      * PAGA TUDO (E COMPENSA NA GUIA); LICENCA NAO REMUNERADA ("L")
      * - NINGUEM PAGA E O CONTRATO FICA SUSPENSO. AFA-RETORNO E O
      * PRIMEIRO DIA DE VOLTA AO TRABALHO (ZERO = AINDA AFASTADO);
      * AFA-PREVISTO E SO A DATA ESPERADA. MANTIDO PELO FP201781,
      * CONTADO PELO P201780 (FOLHA P201662 E FERIAS P201719) E LIDO
      * PELO PONTO P201724 E PELO RELATORIO P201782.
      *-----------------------------------------------------------------
       01 REGAFAST.
                03 CHAVE-AFAST.
                   05 AFA-MATRICULA PIC 9(05).
                   05 AFA-INICIO    PIC 9(08).
                03 AFA-TIPO         PIC X(01).
                   88 AFA-DOENCA       VALUE "D".
                   88 AFA-ACIDENTE     VALUE "T".
                   88 AFA-MATERNIDADE  VALUE "M".
                   88 AFA-LICENCA      VALUE "L".
                   88 AFA-TIPO-VALIDO  VALUE "D" "T" "M" "L".
                03 AFA-PREVISTO     PIC 9(08).
                03 AFA-RETORNO      PIC 9(08).
                03 AFA-OBS          PIC X(30).
                03 AFA-SIT-REGISTRO PIC X(01) VALUE "A".
                   88 AFA-SIT-ATIVO    VALUE "A".
                   88 AFA-SIT-EXCLUIDO VALUE "E".
                03 FILLER           PIC X(19).
