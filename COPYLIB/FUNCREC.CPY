      * CPF E VALIDADO PELOS DIGITOS VERIFICADORES (P201730) E O
      * ENDERECO E PREENCHIDO PELO CEP VIA P201616, COMO O FPP001
      * FAZ; OS DEPENDENTES FICAM NO CADDEP.DAT (FP201730) E
      * ALIMENTAM A DEDUCAO DO IRRF NA FOLHA. FUN-TIPO-DESLIG, TAMBEM
      * DO P201721, DIZ SE A RESCISAO (P201722) TEM MULTA DO FGTS:
      * 40% SEM JUSTA CAUSA, 20% NO ACORDO, NENHUMA NOS DEMAIS
      * (BRANCO NOS DESLIGAMENTOS ANTERIORES AO CAMPO).
      * FUN-BANCO-HORAS = "S" E A OPCAO DO HORISTA PELO BANCO DE
      * HORAS DO ACORDO COLETIVO: O P201724 LANCA AS HORAS EXTRAS NO
      * CADBANCOH EM VEZ DE PAGA-LAS NO FOLHA.MOV.
      * FUN-UNIDADE E A UNIDADE (CADUNIDADE) EM QUE O FUNCIONARIO
      * TRABALHA; A FOLHA P201662 RODA POR UNIDADE E GRAVA O CODIGO
      * EM FH-UNIDADE. BRANCO NOS REGISTROS ANTERIORES = UNIDADE 01.
      *-----------------------------------------------------------------
       01 REGFUNC.
                03 FUN-MATRICULA    PIC 9(05).
                03 FUN-CIDADE       PIC X(20).
                03 FUN-UF           PIC X(02).
                   COPY UFVALID.
                03 FUN-TIPO-DESLIG  PIC X(01).
                   88 FUN-DESLIG-SEM-JUSTA VALUE "S".
                   88 FUN-DESLIG-ACORDO    VALUE "A".
                   88 FUN-DESLIG-VALIDO    VALUE "S" "A" "J" "P" "T".
                03 FUN-BANCO-HORAS  PIC X(01).
                   88 FUN-OPTA-BANCO       VALUE "S".
                03 FUN-UNIDADE      PIC 9(02).
                03 FILLER           PIC X(09).
