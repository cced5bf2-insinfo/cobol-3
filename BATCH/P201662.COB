      * DEMISSAO ANTERIOR AO MES DE REFERENCIA E PULADO; *
      * NO PROPRIO MES DO DESLIGAMENTO O MENSALISTA/     *
      * COMISSIONADO RECEBE PRO-RATA (DIAS TRABALHADOS   *
      * SOBRE 30). O ADIANTAMENTO QUINZENAL DO MESMO     *
      * AAAAMM (FOLHAHIST TIPO "A", GRAVADO PELO         *
      * P201725) E DESCONTADO AUTOMATICAMENTE DO         *
      * LIQUIDO, E O ADIANTAMENTO SEM FOLHA              *
      * CORRESPONDENTE E ACUSADO NO FIM DO REGISTRO. A   *
      * REMESSA BANCARIA SAI EM REMESSA.TXT (HEADER COM  *
      * A CONTA DA ESCOLA E A REFERENCIA, UM DETALHE POR *
      * MATRICULA COM OS DADOS BANCARIOS DO CADFUNC E    *
      * TRAILER COM QUANTIDADE E SOMA), COM A            *
      * CONFERENCIA CONTRA O TOTAL DO REGISTRO NO FIM DO *
      * RELATORIO. O REGISTRO SAI PELO MODULO COMUM      *
      * P201675 E FICA GUARDADO NO REPOSITORIO PARA      *
      * REIMPRESSAO PELA TELA P201744. AS RUBRICAS DO    *
      * FUNCIONARIO (CADFUNRUB/CADRUBRICA, CALCULADAS    *
      * PELO P201777) ENTRAM NO BRUTO (PROVENTOS), NO    *
      * LIQUIDO (DESCONTOS) E NAS BASES DE INSS E IRRF   *
      * CONFORME A INCIDENCIA DE CADA UMA; SAEM UMA A    *
      * UMA NO CONTRACHEQUE, COM O TOTAL NO REGISTRO, E  *
      * FICAM GRAVADAS NO FOLHARUB.DAT. DO ADIANTAMENTO  *
      * DO MES E DESCONTADO O VALOR ADIANTADO (FH-BRUTO  *
      * DO TIPO "A"); AS RUBRICAS QUE O ADIANTAMENTO JA  *
      * PAGOU OU DESCONTOU NAO VOLTAM AO LIQUIDO, SO AS  *
      * BASES. O FGTS DO MES (8% SOBRE A BASE DO INSS)   *
      * SAI INFORMATIVO NO CONTRACHEQUE, COM O TOTAL NO  *
      * REGISTRO, E FICA EM FH-FGTS PARA A GUIA P201778. *
      * AFASTAMENTO NO MES (CADAFAST, CONTADO PELO       *
      * P201780): OS DIAS PAGOS PELO INSS                *
      * (DOENCA/ACIDENTE DEPOIS DO 15O DIA) E OS DE      *
      * LICENCA NAO REMUNERADA SAEM DO SALARIO DO        *
      * MENSALISTA/COMISSIONADO, QUE RECEBE SO OS DIAS   *
      * CORRIDOS RESTANTES SOBRE 30; OS DIAS NAO PAGOS   *
      * SAEM NO CONTRACHEQUE E A QUANTIDADE DE AFASTADOS *
      * NO FIM DO REGISTRO. O ADICIONAL POR TEMPO DE     *
      * SERVICO SAI DA TABELA CADTEMPOSERV (FP201790):   *
      * ANOS COMPLETOS DA FUN-ADMISSAO ATE O MES DE      *
      * REFERENCIA, PERCENTUAL DA MAIOR FAIXA ATINGIDA   *
      * SOBRE O SALARIO DO MES; ENTRA NO BRUTO, NO       *
      * LIQUIDO E NAS BASES DE INSS/FGTS E IRRF CONFORME *
      * A INCIDENCIA DA FAIXA, SAI EM LINHA PROPRIA NO   *
      * CONTRACHEQUE E COM QUANTIDADE E TOTAL NO FIM DO  *
      * REGISTRO. A FOLHA RODA POR UNIDADE (QUINTO       *
      * CARTAO, OBRIGATORIO): SO ENTRAM OS FUNCIONARIOS  *
      * DA UNIDADE (FUN-UNIDADE; BRANCO = 01), CADA      *
      * LINHA DO HISTORICO LEVA FH-UNIDADE E A           *
      * REFERENCIA JA PROCESSADA E CONFERIDA SO NA       *
      * PROPRIA UNIDADE. A REMESSA E O CONTRACHEQUE SAEM *
      * EM ARQUIVOS DA UNIDADE (REMESSA99.TXT E          *
      * CONTRACHE99.TXT), COM O HEADER DA REMESSA        *
      * TRAZENDO A CONTA E O CNPJ DA UNIDADE NO          *
      * CADUNIDADE. SEM O CADAFAST, A FOLHA AVISA NO LOG *
      * E SAI SEM O DESCONTO DE AFASTAMENTO.             *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS IRF-FAIXA
                    FILE STATUS  IS ST-IRRF.
       SELECT CADTEMPOSERV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS TSV-FAIXA
                    FILE STATUS  IS ST-TSV.
       SELECT CADAFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-AFAST
                    FILE STATUS  IS ST-AFAST.
       SELECT WORK-FILE ASSIGN TO DISK.
       SELECT CONTRACHEQUE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FOLHAHIST
                    FILE STATUS  IS ST-HIST.
       SELECT CADUNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS UNI-CODIGO
                    FILE STATUS  IS ST-UNI.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADIRRF.DAT".
           COPY IRRFREC.
       FD CADTEMPOSERV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTEMPOSERV.DAT".
           COPY TEMPOSERVREC.
       FD CADAFAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAFAST.DAT".
           COPY AFASTREC.
       SD WORK-FILE.
       01 WORK-REC.
                03 WK-DEPTO       PIC 9(03).
                03 WK-AGENCIA     PIC 9(04).
                03 WK-CONTA       PIC 9(08).
                03 WK-CONTA-DV    PIC X(01).
                03 WK-SALARIO     PIC 9(08)V99.
                03 WK-RUBRICAS    PIC X(498).
                03 WK-FGTS        PIC 9(08)V99.
                03 WK-DIAS-SEMPAG PIC 9(02).
                03 WK-ADICIONAL   PIC 9(08)V99.
                03 WK-ADIC-PCT    PIC 9(02)V99.
                03 WK-ANOS-CASA   PIC 9(02).
       FD CONTRACHEQUE
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS W-NOME-CONTRACHE.
       01 LINHA-CON               PIC X(80).
       FD REMESSA
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS W-NOME-REMESSA.
       01 LINHA-REM               PIC X(60).
       FD FOLHAHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAHIST.DAT".
           COPY FOLHAHISTREC.
       FD CADUNIDADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNIDADE.DAT".
           COPY UNIDADEREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 ST-INSS           PIC X(02) VALUE "00".
       77 ST-IRRF           PIC X(02) VALUE "00".
       77 ST-HIST           PIC X(02) VALUE "00".
       77 ST-TSV            PIC X(02) VALUE "00".
       77 ST-AFAST          PIC X(02) VALUE "00".
       77 ST-UNI            PIC X(02) VALUE "00".
       77 W-PARM-REPROCESSA PIC X(01) VALUE "N".
       77 W-PARM-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-PARM-SENHA      PIC X(08) VALUE SPACES.
      *
      * UNIDADE DA FOLHA (QUINTO CARTAO): SO OS FUNCIONARIOS DELA
      * ENTRAM, E A REMESSA E O CONTRACHEQUE SAEM EM ARQUIVO PROPRIO
      *
       77 W-PARM-UNIDADE    PIC 9(02) VALUE ZEROS.
       01 W-NOME-REMESSA.
                03 FILLER        PIC X(07) VALUE "REMESSA".
                03 W-NRE-UNIDADE PIC 9(02) VALUE 01.
                03 FILLER        PIC X(04) VALUE ".TXT".
       01 W-NOME-CONTRACHE.
                03 FILLER        PIC X(09) VALUE "CONTRACHE".
                03 W-NCO-UNIDADE PIC 9(02) VALUE 01.
                03 FILLER        PIC X(04) VALUE ".TXT".
       77 W-OP-OPCAO        PIC 9(02) VALUE ZEROS.
       77 W-OP-AUTORIZADO   PIC X(01) VALUE "N".
       77 W-OP-SUPERVISOR   PIC X(01) VALUE "N".
       77 W-BRUTO           PIC 9(08)V99 VALUE ZEROS.
       77 W-INSS            PIC 9(08)V99 VALUE ZEROS.
      *
      * BASE DO INSS: BRUTO DO SALARIO MAIS AS RUBRICAS QUE INCIDEM
      * (PROVENTO SOMA, DESCONTO ABATE); E O LIQUIDO CALCULADO ANTES
      * DE VIRAR ZERO QUANDO OS DESCONTOS PASSAM DO BRUTO
      *
       77 W-BASE-INSS       PIC S9(08)V99 VALUE ZEROS.
       77 W-LIQ-CALC        PIC S9(08)V99 VALUE ZEROS.
       77 W-IND-RUB         PIC 9(02) VALUE ZEROS.
       77 W-CONT-RUB        PIC 9(05) VALUE ZEROS.
           COPY RUBCALC.
      *
      * FGTS: ALIQUOTA SOBRE A MESMA BASE DO INSS (SEM TETO)
      *
       77 W-PCT-FGTS        PIC 9(02)V99 VALUE 8.
       77 W-FGTS            PIC 9(08)V99 VALUE ZEROS.
       77 W-TOT-FGTS        PIC 9(09)V99 VALUE ZEROS.
      *
      * AFASTAMENTOS DO MES (CADAFAST VIA P201780): OS DIAS PAGOS
      * PELO INSS E OS DE LICENCA NAO REMUNERADA SAEM DO SALARIO
      * DO MENSALISTA/COMISSIONADO
      *
       77 W-AFA-INI         PIC 9(08) VALUE ZEROS.
       77 W-AFA-FIM         PIC 9(08) VALUE ZEROS.
       77 W-AFA-DIAS        PIC 9(04) VALUE ZEROS.
       77 W-AFA-INSS        PIC 9(04) VALUE ZEROS.
       77 W-AFA-SUSP        PIC 9(04) VALUE ZEROS.
       77 W-AFA-RETORNO     PIC 9(08) VALUE ZEROS.
       77 W-AFA-ACHOU       PIC X(01) VALUE "N".
       77 W-AFA-SEMPAG      PIC 9(04) VALUE ZEROS.
       77 W-AFA-ANO         PIC 9(04) VALUE ZEROS.
       77 W-AFA-MES         PIC 9(02) VALUE ZEROS.
       77 W-AFA-RESTO       PIC 9(04) VALUE ZEROS.
       77 W-AFA-QUOC        PIC 9(04) VALUE ZEROS.
       77 W-DIAS-CORRIDOS   PIC 9(02) VALUE ZEROS.
       77 W-DIAS-PAGOS      PIC 9(02) VALUE ZEROS.
       77 W-CONT-AFAST      PIC 9(05) VALUE ZEROS.
      *
      * ADICIONAL POR TEMPO DE SERVICO (CADTEMPOSERV): ANOS COMPLETOS
      * DE CASA NO MES DE REFERENCIA (O ANIVERSARIO DA ADMISSAO CONTA
      * NO PROPRIO MES) E A FAIXA DE MAIOR TSV-ANOS ATINGIDA
      *
       77 W-QTD-TSV         PIC 9(01) COMP VALUE ZEROS.
       77 W-IND-TSV         PIC 9(02) COMP VALUE ZEROS.
       77 W-ANOS-CASA       PIC S9(04) VALUE ZEROS.
       77 W-ATS-ANOS        PIC 9(02) VALUE ZEROS.
       77 W-ATS-MAIOR       PIC 9(02) VALUE ZEROS.
       77 W-ATS-PCT         PIC 9(02)V99 VALUE ZEROS.
       77 W-ATS-INSS        PIC X(01) VALUE "N".
       77 W-ATS-IRRF        PIC X(01) VALUE "N".
       77 W-ADICIONAL       PIC 9(08)V99 VALUE ZEROS.
       77 W-ADIC-INSS       PIC 9(08)V99 VALUE ZEROS.
       77 W-ADIC-IRRF       PIC 9(08)V99 VALUE ZEROS.
       77 W-CONT-ADIC       PIC 9(05) VALUE ZEROS.
       77 W-TOT-ADIC        PIC 9(09)V99 VALUE ZEROS.
       01 TABELA-TSV.
                03 TSV-ITEM OCCURS 9 TIMES.
                   05 TAB-TSV-ANOS     PIC 9(02).
                   05 TAB-TSV-PCT      PIC 9(02)V99.
                   05 TAB-TSV-INSS     PIC X(01).
                   05 TAB-TSV-IRRF     PIC X(01).
       01 TABELA-ULTDIA.
                03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TABELA-ULTDIA-R REDEFINES TABELA-ULTDIA.
                03 TAB-ULT-DIA OCCURS 12 TIMES PIC 9(02).
      *
      * IRRF E BASE PRECISAM DE SINAL: A DEDUCAO POR DEPENDENTE E
      * A PARCELA A DEDUZIR DA FAIXA PODEM PASSAR DO CALCULADO, E
      * O RESULTADO NEGATIVO TEM QUE SER VISTO COMO TAL PARA
                03 FILLER        PIC X(40)
                    VALUE "FOLHA DE PAGAMENTO MENSAL - REFERENCIA ".
                03 LC-ANOMES     PIC 9(06).
                03 FILLER        PIC X(11) VALUE " - UNIDADE ".
                03 LC-UNIDADE    PIC 9(02).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LC-UNI-NOME   PIC X(30).
       01 LINHA-DEPTO.
                03 FILLER        PIC X(15) VALUE "DEPARTAMENTO: ".
                03 LP-DEPTO      PIC ZZ9.
                03 FILLER        PIC X(17)
                    VALUE "SALARIO LIQUIDO.:".
                03 CC-LIQUIDO    PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-CON-FGTS.
                03 FILLER        PIC X(17)
                    VALUE "FGTS DO MES.....:".
                03 CF-FGTS       PIC ZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(20)
                    VALUE " (DEPOSITO EMPRESA)".
       01 LINHA-CON-SAL.
                03 FILLER        PIC X(17)
                    VALUE "SALARIO.........:".
                03 CS-SALARIO    PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-CON-ATS.
                03 FILLER        PIC X(17)
                    VALUE "ADIC.TEMPO SERV.:".
                03 CT-ADICIONAL  PIC ZZ.ZZZ.ZZ9,99.
                03 FILLER        PIC X(02) VALUE " (".
                03 CT-PCT        PIC Z9,99.
                03 FILLER        PIC X(05) VALUE "% - ".
                03 CT-ANOS       PIC Z9.
                03 FILLER        PIC X(06) VALUE " ANOS)".
       01 LINHA-CON-AFA.
                03 FILLER        PIC X(17)
                    VALUE "DIAS AFASTADO...:".
                03 CA-DIAS       PIC ZZ9.
                03 FILLER        PIC X(30)
                    VALUE " (NAO PAGOS PELA EMPRESA)".
       01 LINHA-CON-RUB.
                03 CR-NATUREZA   PIC X(01).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 CR-RUBRICA    PIC 9(03).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 CR-DESCRICAO  PIC X(25).
                03 FILLER        PIC X(02) VALUE ": ".
                03 CR-VALOR      PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-CON-TRACO   PIC X(45) VALUE ALL "-".
      *
      * LAYOUT DA REMESSA BANCARIA (COLUNAS FIXAS)
      *
      * HEADER: SEM CADUNIDADE.DAT A SEDE SAI COM A IDENTIFICACAO
      * FIXA; COM ELE, BANCO/AGENCIA/CONTA E CNPJ DA UNIDADE
      *
       01 REM-HEADER.
                03 FILLER        PIC X(01) VALUE "0".
                03 RH-ESCOLA     PIC X(20)
                    VALUE "ESCOLA CONTA 0010234".
                03 RH-ESCOLA-R REDEFINES RH-ESCOLA.
                   05 RH-BANCO      PIC 9(03).
                   05 RH-AGENCIA    PIC 9(04).
                   05 RH-CONTA      PIC 9(08).
                   05 RH-CONTA-DV   PIC X(01).
                   05 RH-UNIDADE    PIC 9(02).
                   05 FILLER        PIC X(02).
                03 RH-ANOMES     PIC 9(06).
                03 RH-CNPJ       PIC X(14) VALUE SPACES.
                03 FILLER        PIC X(19) VALUE SPACES.
       01 REM-DETALHE.
                03 FILLER        PIC X(01) VALUE "1".
                03 RD-MATRICULA  PIC 9(05).
                03 FILLER        PIC X(30)
                    VALUE "ADIANTAMENTOS SEM FOLHA.....: ".
                03 LA-ORFAOS     PIC ZZZZ9.
       01 LINHA-DET-RUB.
                03 FILLER        PIC X(07) VALUE SPACES.
                03 FILLER        PIC X(21)
                    VALUE "RUBRICAS: PROVENTOS ".
                03 LDR-PROV      PIC ZZZ.ZZ9,99.
                03 FILLER        PIC X(12) VALUE "  DESCONTOS ".
                03 LDR-DESC      PIC ZZZ.ZZ9,99.
       01 LINHA-TOT4.
                03 FILLER        PIC X(30)
                    VALUE "COM RUBRICAS NO MES.........: ".
                03 LT-RUB        PIC ZZZZ9.
       01 LINHA-TOT5.
                03 FILLER        PIC X(30)
                    VALUE "COM AFASTAMENTO NO MES......: ".
                03 LT-AFAST      PIC ZZZZ9.
       01 LINHA-TOT6.
                03 FILLER        PIC X(30)
                    VALUE "COM ADICIONAL TEMPO SERVICO.: ".
                03 LT-ADIC       PIC ZZZZ9.
                03 FILLER        PIC X(10) VALUE "  VALOR: ".
                03 LT-TOT-ADIC   PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOTFGTS.
                03 FILLER        PIC X(25)
                    VALUE "FGTS A DEPOSITAR.......: ".
                03 LF-FGTS       PIC ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-PARM-REPROCESSA
           ACCEPT W-PARM-OPERADOR
           ACCEPT W-PARM-SENHA
           ACCEPT W-PARM-UNIDADE
           PERFORM LE-UNIDADE THRU LE-UNIDADE-FIM
           PERFORM ABRE-HISTORICO THRU ABRE-HISTORICO-FIM
           PERFORM CARREGA-MOVIMENTO THRU CARREGA-MOVIMENTO-FIM
           PERFORM CARREGA-INSS THRU CARREGA-INSS-FIM
           PERFORM CARREGA-IRRF THRU CARREGA-IRRF-FIM
           PERFORM CARREGA-TEMPOSERV THRU CARREGA-TEMPOSERV-FIM
           PERFORM CONFERE-AFAST THRU CONFERE-AFAST-FIM
           SORT WORK-FILE
                ON ASCENDING KEY WK-DEPTO WK-MATRICULA
                INPUT PROCEDURE  IS LE-CADFUNC THRU LE-CADFUNC-FIM
                 GO TO ABRE-HISTORICO2
              NOT AT END
                 NEXT SENTENCE.
           IF FH-UNIDADE NOT NUMERIC
              MOVE 01 TO FH-UNIDADE.
           IF FH-UNIDADE = ZEROS
              MOVE 01 TO FH-UNIDADE.
           IF FH-ANOMES = W-PARM-ANOMES AND FH-MENSAL
              AND FH-UNIDADE = W-PARM-UNIDADE
              MOVE "S" TO W-JA-PROCESSADO
              GO TO ABRE-HISTORICO2.
           GO TO ABRE-HISTORICO1.
           EXIT.
      *
      *****************************************
      * CONFERE A UNIDADE DO CARTAO NO         *
      * CADUNIDADE E MONTA O HEADER DA REMESSA *
      * E OS NOMES DOS ARQUIVOS DA UNIDADE -   *
      * SEM O CADASTRO SO A SEDE (01) RODA     *
      *****************************************
       LE-UNIDADE.
           IF W-PARM-UNIDADE NOT NUMERIC OR W-PARM-UNIDADE = ZEROS
              DISPLAY "CARTAO DA UNIDADE INVALIDO"
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           MOVE W-PARM-UNIDADE TO W-NRE-UNIDADE W-NCO-UNIDADE
                                  LC-UNIDADE
           OPEN INPUT CADUNIDADE
           IF ST-UNI = "30" OR "35"
              IF W-PARM-UNIDADE = 01
                 MOVE "SEDE" TO LC-UNI-NOME
                 GO TO LE-UNIDADE-FIM
              ELSE
                 DISPLAY "SEM CADUNIDADE - SO A UNIDADE 01 RODA"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
           IF ST-UNI NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO CADUNIDADE: " ST-UNI
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           MOVE W-PARM-UNIDADE TO UNI-CODIGO
           READ CADUNIDADE
           IF ST-UNI NOT = "00" OR UNI-SIT-EXCLUIDO
              DISPLAY "UNIDADE " W-PARM-UNIDADE
                      " NAO CADASTRADA OU EXCLUIDA"
              CLOSE CADUNIDADE
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           MOVE UNI-NOME     TO LC-UNI-NOME
           MOVE SPACES       TO RH-ESCOLA
           MOVE UNI-BANCO    TO RH-BANCO
           MOVE UNI-AGENCIA  TO RH-AGENCIA
           MOVE UNI-CONTA    TO RH-CONTA
           MOVE UNI-CONTA-DV TO RH-CONTA-DV
           MOVE UNI-CODIGO   TO RH-UNIDADE
           MOVE UNI-CNPJ     TO RH-CNPJ
           CLOSE CADUNIDADE.
       LE-UNIDADE-FIM.
           EXIT.
      *
      *****************************************
      * CARGA DO MOVIMENTO DO MES (MATRICULA + *
      * QUANTIDADE) NA TABELA                  *
      *****************************************
           EXIT.
      *
      *****************************************
      * CARGA DA TABELA DO ADICIONAL POR TEMPO *
      * DE SERVICO - SEM ARQUIVO, A FOLHA SAI  *
      * SEM O ADICIONAL                        *
      *****************************************
       CARREGA-TEMPOSERV.
           OPEN INPUT CADTEMPOSERV
           IF ST-TSV NOT = "00"
              DISPLAY "SEM TABELA DE TEMPO DE SERVICO (CADTEMPOSERV) - "
                      "FOLHA SAI SEM O ADICIONAL"
              GO TO CARREGA-TEMPOSERV-FIM.
       CARREGA-TEMPOSERV1.
           READ CADTEMPOSERV NEXT RECORD
              AT END
                 GO TO CARREGA-TEMPOSERV2
              NOT AT END
                 NEXT SENTENCE.
           IF W-QTD-TSV < 9
              ADD 1 TO W-QTD-TSV
              MOVE TSV-ANOS        TO TAB-TSV-ANOS (W-QTD-TSV)
              MOVE TSV-PCT         TO TAB-TSV-PCT (W-QTD-TSV)
              MOVE TSV-INCIDE-INSS TO TAB-TSV-INSS (W-QTD-TSV)
              MOVE TSV-INCIDE-IRRF TO TAB-TSV-IRRF (W-QTD-TSV).
           GO TO CARREGA-TEMPOSERV1.
       CARREGA-TEMPOSERV2.
           CLOSE CADTEMPOSERV.
       CARREGA-TEMPOSERV-FIM.
           EXIT.
      *
      *****************************************
      * CONFERE SE HA O CADASTRO DE            *
      * AFASTAMENTOS LIDO PELO P201780 - SEM   *
      * ARQUIVO, A FOLHA SAI SEM DESCONTO      *
      *****************************************
       CONFERE-AFAST.
           OPEN INPUT CADAFAST
           IF ST-AFAST NOT = "00"
              DISPLAY "SEM CADAFAST - FOLHA SAI SEM DESCONTO DE "
                      "AFASTAMENTO"
              GO TO CONFERE-AFAST-FIM.
           CLOSE CADAFAST.
       CONFERE-AFAST-FIM.
           EXIT.
      *
      *****************************************
      * LE OS FUNCIONARIOS ATIVOS, RESOLVE O   *
      * CARGO E CALCULA O BRUTO DO MES         *
      *****************************************
                 NEXT SENTENCE.
           IF FUN-SIT-EXCLUIDO
              GO TO LE-CADFUNC-010.
           IF FUN-UNIDADE NOT NUMERIC
              MOVE 01 TO FUN-UNIDADE.
           IF FUN-UNIDADE = ZEROS
              MOVE 01 TO FUN-UNIDADE.
           IF FUN-UNIDADE NOT = W-PARM-UNIDADE
              GO TO LE-CADFUNC-010.
      *
      * DESLIGADO ANTES DO MES DE REFERENCIA NAO ENTRA NA FOLHA;
      * NO MES DO DESLIGAMENTO O PAGAMENTO E PRO-RATA
              DISPLAY "MATRICULA " FUN-MATRICULA
                      " COM CARGO INVALIDO " FUN-CODIGO-CARGO
              GO TO LE-CADFUNC-010.
           MOVE ZEROS TO W-QUANTIDADE W-BRUTO W-AFA-SEMPAG
           IF W-CG-TIPOSAL = "M" OR "C"
              PERFORM CALC-AFASTAMENTO THRU CALC-AFASTAMENTO-FIM
              IF W-PRO-RATA = "S" OR W-AFA-SEMPAG > ZEROS
                 COMPUTE W-BRUTO ROUNDED =
                         (W-CG-SALARIO * W-DIAS-PAGOS) / 30
              ELSE
                 MOVE W-CG-SALARIO TO W-BRUTO
           ELSE
                         W-CG-SALARIO * W-QUANTIDADE
              ELSE
                 ADD 1 TO W-CONT-SEMMOV.
           PERFORM CALC-ADICIONAL THRU CALC-ADICIONAL-FIM
           MOVE "C"           TO RC-FUNCAO
           MOVE FUN-MATRICULA TO RC-MATRICULA
           MOVE W-PARM-ANOMES TO RC-ANOMES
           MOVE "M"           TO RC-TIPO
           MOVE W-BRUTO       TO RC-BASE
           CALL "P201777" USING RUBRICAS-CALC
           MOVE ZEROS TO W-QTD-DEP
           CALL "P201731" USING FUN-MATRICULA W-QTD-DEP
           COMPUTE W-DED-DEPENDENTES =
           MOVE W-CG-DENOM     TO WK-CARGO
           MOVE W-CG-TIPOSAL   TO WK-TIPOSAL
           MOVE W-QUANTIDADE   TO WK-QUANTIDADE
           MOVE W-BRUTO        TO WK-SALARIO
           MOVE W-ADICIONAL    TO WK-ADICIONAL
           MOVE W-ATS-PCT      TO WK-ADIC-PCT
           MOVE W-ATS-ANOS     TO WK-ANOS-CASA
           COMPUTE WK-BRUTO = W-BRUTO + W-ADICIONAL + RC-PROVENTOS
           MOVE RUBRICAS-CALC  TO WK-RUBRICAS
           MOVE W-INSS         TO WK-INSS
           MOVE W-IRRF         TO WK-IRRF
           MOVE W-LIQUIDO      TO WK-LIQUIDO
           MOVE W-ADIANTAMENTO TO WK-ADIANT
           MOVE W-FGTS         TO WK-FGTS
           MOVE W-AFA-SEMPAG   TO WK-DIAS-SEMPAG
           MOVE FUN-BANCO      TO WK-BANCO
           MOVE FUN-AGENCIA    TO WK-AGENCIA
           MOVE FUN-CONTA      TO WK-CONTA
           CLOSE CADFUNC.
       LE-CADFUNC-FIM.
           EXIT.
      *
      *****************************************
      * DIAS PAGOS DO MENSALISTA/COMISSIONADO: *
      * 30 (OU O DIA DO DESLIGAMENTO NO PRO-   *
      * RATA); COM DIAS DE INSS OU DE LICENCA  *
      * NAO REMUNERADA NO MES, PAGA SO OS DIAS *
      * CORRIDOS QUE SOBRAM                    *
      *****************************************
       CALC-AFASTAMENTO.
           DIVIDE W-PARM-ANOMES BY 100 GIVING W-AFA-ANO
                  REMAINDER W-AFA-MES
           MOVE TAB-ULT-DIA (W-AFA-MES) TO W-DIAS-CORRIDOS
           IF W-AFA-MES = 2
              DIVIDE W-AFA-ANO BY 4 GIVING W-AFA-QUOC
                     REMAINDER W-AFA-RESTO
              IF W-AFA-RESTO = ZEROS
                 MOVE 29 TO W-DIAS-CORRIDOS.
           MOVE 30 TO W-DIAS-PAGOS
           IF W-PRO-RATA = "S"
              MOVE FUN-DEM-DIA TO W-DIAS-CORRIDOS W-DIAS-PAGOS.
           COMPUTE W-AFA-INI = (W-PARM-ANOMES * 100) + 1
           COMPUTE W-AFA-FIM = (W-PARM-ANOMES * 100) + W-DIAS-CORRIDOS
           CALL "P201780" USING FUN-MATRICULA W-AFA-INI W-AFA-FIM
                                W-AFA-DIAS W-AFA-INSS W-AFA-SUSP
                                W-AFA-RETORNO W-AFA-ACHOU
           IF W-AFA-ACHOU NOT = "S"
              GO TO CALC-AFASTAMENTO-FIM.
           ADD 1 TO W-CONT-AFAST
           COMPUTE W-AFA-SEMPAG = W-AFA-INSS + W-AFA-SUSP
           IF W-AFA-SEMPAG = ZEROS
              GO TO CALC-AFASTAMENTO-FIM.
           IF W-AFA-SEMPAG NOT < W-DIAS-CORRIDOS
              MOVE ZEROS TO W-DIAS-PAGOS
              MOVE W-DIAS-CORRIDOS TO W-AFA-SEMPAG
              GO TO CALC-AFASTAMENTO-FIM.
           COMPUTE W-DIAS-PAGOS = W-DIAS-CORRIDOS - W-AFA-SEMPAG
           IF W-DIAS-PAGOS > 30
              MOVE 30 TO W-DIAS-PAGOS.
       CALC-AFASTAMENTO-FIM.
           EXIT.
      *
      *****************************************
      * ADICIONAL POR TEMPO DE SERVICO: ANOS   *
      * COMPLETOS DA FUN-ADMISSAO ATE O MES DE *
      * REFERENCIA, PERCENTUAL DA MAIOR FAIXA  *
      * ATINGIDA SOBRE O SALARIO DO MES (JA    *
      * COM PRO-RATA/AFASTAMENTO/QUANTIDADE) E *
      * A PARTE QUE ENTRA EM CADA BASE         *
      *****************************************
       CALC-ADICIONAL.
           MOVE ZEROS TO W-ADICIONAL W-ADIC-INSS W-ADIC-IRRF
                         W-ATS-ANOS W-ATS-PCT W-ATS-MAIOR
           MOVE "N" TO W-ATS-INSS W-ATS-IRRF
           IF W-QTD-TSV = ZEROS OR W-BRUTO = ZEROS
              OR FUN-ADM-ANO = ZEROS
              GO TO CALC-ADICIONAL-FIM.
           DIVIDE W-PARM-ANOMES BY 100 GIVING W-AFA-ANO
                  REMAINDER W-AFA-MES
           COMPUTE W-ANOS-CASA = W-AFA-ANO - FUN-ADM-ANO
           IF W-AFA-MES < FUN-ADM-MES
              SUBTRACT 1 FROM W-ANOS-CASA.
           IF W-ANOS-CASA NOT > ZEROS
              GO TO CALC-ADICIONAL-FIM.
           IF W-ANOS-CASA > 99
              MOVE 99 TO W-ANOS-CASA.
           MOVE W-ANOS-CASA TO W-ATS-ANOS
           PERFORM CALC-ADICIONAL1 THRU CALC-ADICIONAL1-FIM
             VARYING W-IND-TSV FROM 1 BY 1
             UNTIL W-IND-TSV > W-QTD-TSV
           IF W-ATS-PCT = ZEROS
              GO TO CALC-ADICIONAL-FIM.
           COMPUTE W-ADICIONAL ROUNDED = (W-BRUTO * W-ATS-PCT) / 100
           IF W-ATS-INSS = "S"
              MOVE W-ADICIONAL TO W-ADIC-INSS.
           IF W-ATS-IRRF = "S"
              MOVE W-ADICIONAL TO W-ADIC-IRRF.
       CALC-ADICIONAL-FIM.
           EXIT.
      *
       CALC-ADICIONAL1.
           IF TAB-TSV-ANOS (W-IND-TSV) > W-ATS-ANOS
              GO TO CALC-ADICIONAL1-FIM.
           IF W-ATS-PCT NOT = ZEROS
              AND TAB-TSV-ANOS (W-IND-TSV) NOT > W-ATS-MAIOR
              GO TO CALC-ADICIONAL1-FIM.
           MOVE TAB-TSV-ANOS (W-IND-TSV) TO W-ATS-MAIOR
           MOVE TAB-TSV-PCT (W-IND-TSV)  TO W-ATS-PCT
           MOVE TAB-TSV-INSS (W-IND-TSV) TO W-ATS-INSS
           MOVE TAB-TSV-IRRF (W-IND-TSV) TO W-ATS-IRRF.
       CALC-ADICIONAL1-FIM.
           EXIT.
      *
       BUSCA-MOVIMENTO.
           MOVE "N" TO W-ACHOU-MOV
      *****************************************
       CALC-DESCONTOS.
           MOVE ZEROS TO W-INSS W-IRRF
           COMPUTE W-BASE-INSS = W-BRUTO + W-ADIC-INSS
                               + RC-PROV-INSS - RC-DESC-INSS
           IF W-BASE-INSS < ZEROS
              MOVE ZEROS TO W-BASE-INSS.
           PERFORM CALC-INSS THRU CALC-INSS-FIM
           PERFORM CALC-IRRF THRU CALC-IRRF-FIM
           COMPUTE W-FGTS ROUNDED = (W-BASE-INSS * W-PCT-FGTS) / 100
           COMPUTE W-LIQ-CALC = W-BRUTO + W-ADICIONAL
                              + RC-PROVENTOS - RC-DESCONTOS
                              - W-INSS - W-IRRF
           IF W-LIQ-CALC < ZEROS
              DISPLAY "DESCONTOS MAIORES QUE O BRUTO - "
                      "MATRICULA " FUN-MATRICULA
              MOVE ZEROS TO W-LIQ-CALC.
           MOVE W-LIQ-CALC TO W-LIQUIDO.
       CALC-DESCONTOS-FIM.
           EXIT.
      *
       CALC-INSS.
           IF W-QTD-INSS = ZEROS OR W-BASE-INSS = ZEROS
              GO TO CALC-INSS-FIM.
           MOVE "N" TO W-ACHOU-FX
           PERFORM CALC-INSS1 THRU CALC-INSS1-FIM
           EXIT.
      *
       CALC-INSS1.
           IF W-BASE-INSS NOT > TAB-INS-LIMITE (W-IND-FX)
              COMPUTE W-INSS ROUNDED =
                      (W-BASE-INSS * TAB-INS-ALIQUOTA (W-IND-FX)) / 100
              MOVE "S" TO W-ACHOU-FX.
       CALC-INSS1-FIM.
           EXIT.
       CALC-IRRF.
           IF W-QTD-IRRF = ZEROS OR W-BRUTO = ZEROS
              GO TO CALC-IRRF-FIM.
           COMPUTE W-BASE-IRRF = W-BRUTO + W-ADIC-IRRF
                               + RC-PROV-IRRF - RC-DESC-IRRF
                               - W-INSS - W-DED-DEPENDENTES
           IF W-BASE-IRRF NOT > ZEROS
              GO TO CALC-IRRF-FIM.
           MOVE "N" TO W-ACHOU-FX
           MOVE "A"           TO FH-TIPO
           READ FOLHAHIST
           IF ST-HIST = "00"
              MOVE FH-BRUTO TO W-ADIANTAMENTO.
       BUSCA-ADIANTAMENTO-FIM.
           EXIT.
      *
           ADD WK-BRUTO TO W-TOT-DEPTO W-TOT-GERAL
           ADD WK-LIQUIDO TO W-TOT-DEPTO-LIQ W-TOT-GERAL-LIQ
           ADD 1 TO W-CONT-FUNC
           IF WK-ADICIONAL > ZEROS
              ADD 1 TO W-CONT-ADIC
              ADD WK-ADICIONAL TO W-TOT-ADIC.
           MOVE WK-RUBRICAS TO RUBRICAS-CALC
           IF RC-QTD > ZEROS
              MOVE RC-PROVENTOS TO LDR-PROV
              MOVE RC-DESCONTOS TO LDR-DESC
              MOVE LINHA-DET-RUB TO LINHA-REL
              PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
              ADD 1 TO W-CONT-RUB.
           PERFORM GRAVA-CONTRACHEQUE THRU GRAVA-CONTRACHEQUE-FIM
           PERFORM GRAVA-HISTORICO THRU GRAVA-HISTORICO-FIM
           PERFORM GRAVA-REMESSA THRU GRAVA-REMESSA-FIM
           MOVE W-TOT-GERAL-LIQ TO LG-LIQUIDO
           MOVE LINHA-TOTGER TO LINHA-REL
           PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
           MOVE W-TOT-FGTS TO LF-FGTS
           MOVE LINHA-TOTFGTS TO LINHA-REL
           PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           MOVE W-CONT-FUNC TO LT-FUNC
           MOVE LINHA-TOT1 TO LINHA-REL
           PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           MOVE W-CONT-SEMCARGO TO LT-SEMCARGO
           MOVE LINHA-TOT3 TO LINHA-REL
           PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           MOVE W-CONT-RUB TO LT-RUB
           MOVE LINHA-TOT4 TO LINHA-REL
           PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           MOVE W-CONT-AFAST TO LT-AFAST
           MOVE LINHA-TOT5 TO LINHA-REL
           PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           MOVE W-CONT-ADIC TO LT-ADIC
           MOVE W-TOT-ADIC  TO LT-TOT-ADIC
           MOVE LINHA-TOT6 TO LINHA-REL
           PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           MOVE W-CONT-REMESSA TO RT-QTD
           MOVE W-TOT-REMESSA  TO RT-SOMA
           WRITE LINHA-REM FROM REM-TRAILER
      *
      *****************************************
      * CONTRACHEQUE DA MATRICULA CORRENTE EM  *
      * CONTRACHE99.TXT (99 = UNIDADE)         *
      *****************************************
       GRAVA-CONTRACHEQUE.
           MOVE W-PARM-ANOMES TO CC-ANOMES
           WRITE LINHA-CON FROM LINHA-CON-FUNC
           MOVE WK-CARGO     TO CC-CARGO
           WRITE LINHA-CON FROM LINHA-CON-CARGO
           IF WK-DIAS-SEMPAG > ZEROS
              MOVE WK-DIAS-SEMPAG TO CA-DIAS
              WRITE LINHA-CON FROM LINHA-CON-AFA.
           IF RC-PROVENTOS > ZEROS OR WK-ADICIONAL > ZEROS
              MOVE WK-SALARIO TO CS-SALARIO
              WRITE LINHA-CON FROM LINHA-CON-SAL.
           IF WK-ADICIONAL > ZEROS
              MOVE WK-ADICIONAL TO CT-ADICIONAL
              MOVE WK-ADIC-PCT  TO CT-PCT
              MOVE WK-ANOS-CASA TO CT-ANOS
              WRITE LINHA-CON FROM LINHA-CON-ATS.
           IF RC-PROVENTOS > ZEROS
              PERFORM CON-PROVENTO THRU CON-PROVENTO-FIM
                VARYING W-IND-RUB FROM 1 BY 1
                UNTIL W-IND-RUB > RC-QTD.
           MOVE WK-BRUTO     TO CC-BRUTO
           WRITE LINHA-CON FROM LINHA-CON-BRUTO
           MOVE WK-INSS      TO CC-INSS
           WRITE LINHA-CON FROM LINHA-CON-INSS
           MOVE WK-IRRF      TO CC-IRRF
           WRITE LINHA-CON FROM LINHA-CON-IRRF
           PERFORM CON-DESCONTO THRU CON-DESCONTO-FIM
             VARYING W-IND-RUB FROM 1 BY 1 UNTIL W-IND-RUB > RC-QTD
           IF WK-ADIANT > ZEROS
              MOVE WK-ADIANT TO CC-ADIANT
              WRITE LINHA-CON FROM LINHA-CON-ADI
           END-IF
           MOVE WK-LIQUIDO   TO CC-LIQUIDO
           WRITE LINHA-CON FROM LINHA-CON-LIQ
           MOVE WK-FGTS      TO CF-FGTS
           WRITE LINHA-CON FROM LINHA-CON-FGTS
           WRITE LINHA-CON FROM LINHA-CON-TRACO.
       GRAVA-CONTRACHEQUE-FIM.
           EXIT.
      *
       CON-PROVENTO.
           IF RC-NATUREZA (W-IND-RUB) = "P"
              MOVE "+" TO CR-NATUREZA
              MOVE RC-RUBRICA (W-IND-RUB)   TO CR-RUBRICA
              MOVE RC-DESCRICAO (W-IND-RUB) TO CR-DESCRICAO
              MOVE RC-VALOR (W-IND-RUB)     TO CR-VALOR
              WRITE LINHA-CON FROM LINHA-CON-RUB.
       CON-PROVENTO-FIM.
           EXIT.
      *
       CON-DESCONTO.
           IF RC-NATUREZA (W-IND-RUB) = "D"
              MOVE "-" TO CR-NATUREZA
              MOVE RC-RUBRICA (W-IND-RUB)   TO CR-RUBRICA
              MOVE RC-DESCRICAO (W-IND-RUB) TO CR-DESCRICAO
              MOVE RC-VALOR (W-IND-RUB)     TO CR-VALOR
              WRITE LINHA-CON FROM LINHA-CON-RUB.
       CON-DESCONTO-FIM.
           EXIT.
      *
      *****************************************
      * PERSISTE A MATRICULA NO HISTORICO DA   *
           MOVE WK-INSS       TO FH-INSS
           MOVE WK-IRRF       TO FH-IRRF
           MOVE WK-LIQUIDO    TO FH-LIQUIDO
           MOVE WK-FGTS       TO FH-FGTS
           ADD WK-FGTS        TO W-TOT-FGTS
           MOVE W-ANO-ATUAL   TO FH-ANO
           MOVE W-MES-ATUAL   TO FH-MES
           MOVE W-DIA-ATUAL   TO FH-DIA
           MOVE W-PARM-UNIDADE TO FH-UNIDADE
           WRITE REGFOLHAHIST
           IF ST-HIST = "22"
              REWRITE REGFOLHAHIST.
           MOVE "G"           TO RC-FUNCAO
           MOVE WK-DEPTO      TO RC-DEPTO
           CALL "P201777" USING RUBRICAS-CALC.
       GRAVA-HISTORICO-FIM.
           EXIT.
      *
              GO TO LISTA-ADIANT-ORFAO1.
           IF NOT FH-ADIANTAMENTO
              GO TO LISTA-ADIANT-ORFAO1.
           IF FH-UNIDADE NOT NUMERIC
              MOVE 01 TO FH-UNIDADE.
           IF FH-UNIDADE = ZEROS
              MOVE 01 TO FH-UNIDADE.
           IF FH-UNIDADE NOT = W-PARM-UNIDADE
              GO TO LISTA-ADIANT-ORFAO1.
           MOVE FH-MATRICULA TO LA-MATRICULA
           MOVE W-PARM-ANOMES TO FH-ANOMES
           MOVE "M" TO FH-TIPO
