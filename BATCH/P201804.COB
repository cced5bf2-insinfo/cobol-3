       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201804.
       AUTHOR. LEANDRO.
      **************************************************
      * REAPLICACAO DA TRILHA DE AUDITORIA SOBRE UM      *
      * CADASTRO RESTAURADO PELO P201638. CARTOES SYSIN: *
      * CADASTRO (CEP, EPTO, CARGO, NOTA OU AMIGOS),     *
      * DATA DO UNLOAD RESTAURADO (AAAAMMDD), DATA ALVO  *
      * (AAAAMMDD) E HORA ALVO (HHMMSS; ZEROS = 235959). *
      * A HORA DO UNLOAD VEM DO BKPCAT.DAT (CAT-HORA).   *
      * LE O AUDITORIA.DAT NA ORDEM EM QUE FOI GRAVADO E *
      * REAPLICA AS LINHAS DO CADASTRO (ATRIBUIDAS PELO  *
      * AUD-PROGRAMA, COMO NO P201743) POSTERIORES AO    *
      * UNLOAD E ATE A DATA/HORA ALVO: GRAVACAO/INCLUSAO *
      * GRAVA A IMAGEM DEPOIS, EXPURGO APAGA O REGISTRO  *
      * E AS DEMAIS (ALTERACAO, EXCLUSAO LOGICA,         *
      * REATIVACAO) REGRAVAM A IMAGEM DEPOIS - SEMPRE    *
      * CONFERINDO ANTES QUE O REGISTRO NO ARQUIVO E     *
      * IGUAL A IMAGEM ANTES DA LINHA. REGISTRO JA IGUAL *
      * A IMAGEM DEPOIS CONTA COMO JA APLICADO (LINHA    *
      * GRAVADA DURANTE O UNLOAD). NA PRIMEIRA           *
      * DIVERGENCIA A REAPLICACAO PARA: O RELATORIO      *
      * MOSTRA A LINHA, AS DUAS IMAGENS E LISTA AS       *
      * LINHAS SEGUINTES DO PERIODO QUE FICARAM SEM      *
      * APLICAR (A REDIGITAR), COM RETURN-CODE 8. AO     *
      * FINAL IMPRIME OS TOTAIS POR ACAO E A ULTIMA      *
      * TRANSACAO APLICADA. SAI PELO MODULO COMUM        *
      * P201675.                                         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP OF REGCEP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS LOGRAD
                               WITH DUPLICATES.
       SELECT CADEPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO-EPTO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAO-EPTO
                               WITH DUPLICATES.
       SELECT CADCARGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO-CARGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAO-CARGO
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODIGO-DEPTO
                               WITH DUPLICATES.
       SELECT CADNOTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NOTA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGNOTA
                               WITH DUPLICATES.
       SELECT AMIGOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVE3 = NOME OF REGCLI
                               WITH DUPLICATES.
       SELECT BKPCAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-BKPCAT
                    FILE STATUS  IS ST-BKPCAT.
       SELECT AUDITORIA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-AUDIT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
           COPY CEPREC.
       FD CADEPTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPTO.DAT".
       01 REGDEPTO.
                03 CODIGO-EPTO   PIC 9(03).
                03 DENOMINACAO-EPTO PIC X(15).
                03 CENTROCUSTO   PIC 9(1).
                03 SIT-REGISTRO-EPTO PIC X(01) VALUE "A".
                   88 SIT-ATIVO-EPTO     VALUE "A".
                   88 SIT-EXCLUIDO-EPTO  VALUE "E".
                03 CODIGO-PAI    PIC 9(03) VALUE ZEROS.
                03 FILLER        PIC X(36).
       FD CADCARGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARGO.DAT".
       01 REGCARGO.
                03 CODIGO-CARGO      PIC 9(03).
                03 DENOMINACAO-CARGO PIC X(15).
                03 TIPOSALARIO       PIC X(01).
                03 SALARIOBASE       PIC 9(06)V99.
                03 NIVELESCOLARIDADE PIC 9(01).
                03 SIT-REGISTRO-CARGO PIC X(01) VALUE "A".
                   88 SIT-ATIVO-CARGO     VALUE "A".
                   88 SIT-EXCLUIDO-CARGO  VALUE "E".
                03 CODIGO-DEPTO      PIC 9(03) VALUE ZEROS.
                03 FILLER            PIC X(27).
       FD CADNOTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTA.DAT".
           COPY NOTAREC.
       FD AMIGOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AMIGOS.DAT".
           COPY AMIGOREC.
       FD BKPCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BKPCAT.DAT".
           COPY BKPCATREC.
       FD AUDITORIA
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
           COPY AUDITREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 LINHA-REL         PIC X(132).
       77 W-RW-FUNCAO       PIC X(01) VALUE SPACE.
       77 W-RW-TITULO       PIC X(40) VALUE
           "REAPLICACAO DA AUDITORIA NO CADASTRO".
       77 W-RW-PROGRAMA     PIC X(08) VALUE "P201804".
       77 W-RC-PROGRAMA     PIC X(08) VALUE "P201804".
       77 W-RC-EVENTO       PIC X(01) VALUE "I".
       77 W-RC-CONTADOR     PIC 9(07) VALUE ZEROS.
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 ST-BKPCAT         PIC X(02) VALUE "00".
       77 ST-AUDIT          PIC X(02) VALUE "00".
       77 W-PARM-ARQUIVO    PIC X(06) VALUE SPACES.
       77 W-PARM-DATA       PIC 9(08) VALUE ZEROS.
       77 W-PARM-ALVO-DATA  PIC 9(08) VALUE ZEROS.
       77 W-PARM-ALVO-HORA  PIC 9(06) VALUE ZEROS.
       77 W-PERTENCE        PIC X(01) VALUE "N".
       77 W-EXISTE          PIC X(01) VALUE "N".
       77 W-PAROU           PIC X(01) VALUE "N".
       77 W-RESULTADO       PIC X(01) VALUE SPACE.
          88 W-APLICADA        VALUE "A".
          88 W-JA-APLICADA     VALUE "J".
          88 W-DIVERGENTE      VALUE "D".
       77 W-CONT-LIDAS      PIC 9(07) VALUE ZEROS.
       77 W-CONT-APLICADAS  PIC 9(05) VALUE ZEROS.
       77 W-CONT-JA         PIC 9(05) VALUE ZEROS.
       77 W-CONT-PENDENTES  PIC 9(05) VALUE ZEROS.
       77 W-QTD-ACAO        PIC 9(02) COMP VALUE ZEROS.
       77 W-IND             PIC 9(02) COMP VALUE ZEROS.
      *
      * CARIMBOS AAAAMMDDHHMMSS: FIM DO UNLOAD, ALVO E LINHA LIDA
      *
       01 W-TS-INICIO.
                03 W-TSI-DATA      PIC 9(08).
                03 W-TSI-HORA      PIC 9(06).
       01 W-TS-ALVO.
                03 W-TSA-DATA      PIC 9(08).
                03 W-TSA-HORA      PIC 9(06).
       01 W-TS-LINHA.
                03 W-TSL-DATA      PIC 9(08).
                03 W-TSL-HORA      PIC 9(06).
      *
      * CHAVE DA LINHA: CHAVE-NOTA TEM 14 POSICOES, CHAVE-NOTAMAT 16
      *
       01 W-CHAVE-AUX.
                03 FILLER          PIC X(14).
                03 W-CHAVE-MAT     PIC X(02).
                03 W-CHAVE-FIM     PIC X(04).
      *
      * IMAGEM DA LINHA: NO REGSAIDA (FP201761) AS POSICOES 15 A 22
      * SAO A DATA DA SAIDA; NO REGNOTA, O COMECO DO NOME
      *
       01 W-IMAGEM          PIC X(200) VALUE SPACES.
       01 W-IMAGEM-R REDEFINES W-IMAGEM.
                03 FILLER          PIC X(14).
                03 W-IMG-APOS-CHAVE PIC X(08).
                03 FILLER          PIC X(178).
       01 W-ATUAL           PIC X(200) VALUE SPACES.
       01 W-IMPRIME         PIC X(200) VALUE SPACES.
       01 W-IMPRIME-R REDEFINES W-IMPRIME.
                03 W-IMPRIME-1     PIC X(100).
                03 W-IMPRIME-2     PIC X(100).
       01 TABELA-ACAO.
                03 ACA-ITEM OCCURS 20 TIMES.
                   05 ACA-NOME       PIC X(10).
                   05 ACA-QTD        PIC 9(05).
       01 W-ULTIMA.
                03 W-ULT-DATA      PIC 9(08) VALUE ZEROS.
                03 W-ULT-HORA      PIC 9(06) VALUE ZEROS.
                03 W-ULT-OPERADOR  PIC X(08) VALUE SPACES.
                03 W-ULT-PROGRAMA  PIC X(08) VALUE SPACES.
                03 W-ULT-ACAO      PIC X(10) VALUE SPACES.
                03 W-ULT-CHAVE     PIC X(20) VALUE SPACES.
       01 LINHA-CAB1.
                03 FILLER        PIC X(10) VALUE "CADASTRO: ".
                03 LC-ARQUIVO    PIC X(06).
                03 FILLER        PIC X(10) VALUE "  UNLOAD: ".
                03 LC-INI-DATA   PIC 9(08).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LC-INI-HORA   PIC 9(06).
                03 FILLER        PIC X(08) VALUE "  ALVO: ".
                03 LC-ALVO-DATA  PIC 9(08).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LC-ALVO-HORA  PIC 9(06).
       01 LINHA-DET.
                03 LD-DATA       PIC 9(08).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-HORA       PIC 9(06).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-OPERADOR   PIC X(08).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-PROGRAMA   PIC X(08).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-ACAO       PIC X(10).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-CHAVE      PIC X(20).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LD-SITUACAO   PIC X(30).
       01 LINHA-IMG.
                03 FILLER        PIC X(04) VALUE SPACES.
                03 LI-ROTULO     PIC X(12).
                03 LI-IMAGEM     PIC X(100).
       01 LINHA-ACAO.
                03 FILLER        PIC X(08) VALUE "ACAO:  ".
                03 LA-ACAO       PIC X(10).
                03 FILLER        PIC X(14) VALUE "  APLICADAS: ".
                03 LA-QTD        PIC ZZZZ9.
       01 LINHA-TOT1.
                03 FILLER        PIC X(32)
                    VALUE "LINHAS APLICADAS..............: ".
                03 LT1-QTD       PIC ZZZZ9.
       01 LINHA-TOT2.
                03 FILLER        PIC X(32)
                    VALUE "LINHAS JA CONTIDAS NO UNLOAD..: ".
                03 LT2-QTD       PIC ZZZZ9.
       01 LINHA-TOT3.
                03 FILLER        PIC X(32)
                    VALUE "LINHAS NAO APLICADAS (REDIGITAR".
                03 FILLER        PIC X(02) VALUE "):".
                03 LT3-QTD       PIC ZZZZ9.
       01 LINHA-ULT.
                03 FILLER        PIC X(27)
                    VALUE "ULTIMA TRANSACAO APLICADA: ".
                03 LU-DATA       PIC 9(08).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LU-HORA       PIC 9(06).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LU-OPERADOR   PIC X(08).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LU-PROGRAMA   PIC X(08).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LU-ACAO       PIC X(10).
                03 FILLER        PIC X(01) VALUE SPACE.
                03 LU-CHAVE      PIC X(20).
       01 LINHA-NENHUMA     PIC X(50)
           VALUE "NENHUMA TRANSACAO APLICADA".
       01 LINHA-OK          PIC X(60)
           VALUE "REAPLICACAO CONCLUIDA ATE A DATA/HORA ALVO".
       01 LINHA-FALHA       PIC X(60)
           VALUE "*** REAPLICACAO INTERROMPIDA NA PRIMEIRA DIVERGENCIA".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "I" TO W-RC-EVENTO
                MOVE ZEROS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                PERFORM ACEITA-PARM THRU ACEITA-PARM-FIM
                PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM
                MOVE "I" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE W-PARM-ARQUIVO TO LC-ARQUIVO
                MOVE W-TSI-DATA     TO LC-INI-DATA
                MOVE W-TSI-HORA     TO LC-INI-HORA
                MOVE W-TSA-DATA     TO LC-ALVO-DATA
                MOVE W-TSA-HORA     TO LC-ALVO-HORA
                MOVE LINHA-CAB1 TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                PERFORM LE-AUDITORIA THRU LE-AUDITORIA-FIM
                CLOSE AUDITORIA
                PERFORM FECHA-CADASTRO THRU FECHA-CADASTRO-FIM
                PERFORM IMPRIME-TOTAIS THRU IMPRIME-TOTAIS-FIM
                MOVE "F" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL
                MOVE "F" TO W-RC-EVENTO
                MOVE W-CONT-APLICADAS TO W-RC-CONTADOR
                CALL "P201666" USING W-RC-PROGRAMA W-RC-EVENTO
                                     W-RC-CONTADOR
                IF W-PAROU = "S"
                   MOVE 8 TO RETURN-CODE.
                STOP RUN.
      *
      *****************************************
      * CARTOES: CADASTRO, DATA DO UNLOAD,     *
      * DATA E HORA ALVO                       *
      *****************************************
       ACEITA-PARM.
                ACCEPT W-PARM-ARQUIVO
                ACCEPT W-PARM-DATA
                ACCEPT W-PARM-ALVO-DATA
                ACCEPT W-PARM-ALVO-HORA
                IF W-PARM-ARQUIVO NOT = "CEP" AND "EPTO" AND "CARGO"
                                  AND "NOTA" AND "AMIGOS"
                   DISPLAY "PARAMETRO DE CADASTRO INVALIDO: "
                                                 W-PARM-ARQUIVO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                IF W-PARM-DATA NOT NUMERIC OR W-PARM-DATA = ZEROS
                   DISPLAY "PARAMETRO DE DATA DO UNLOAD INVALIDO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                IF W-PARM-ALVO-DATA NOT NUMERIC
                   OR W-PARM-ALVO-DATA < W-PARM-DATA
                   DISPLAY "PARAMETRO DE DATA ALVO INVALIDO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                IF W-PARM-ALVO-HORA NOT NUMERIC
                   OR W-PARM-ALVO-HORA = ZEROS
                   MOVE 235959 TO W-PARM-ALVO-HORA.
                MOVE W-PARM-ALVO-DATA TO W-TSA-DATA
                MOVE W-PARM-ALVO-HORA TO W-TSA-HORA.
       ACEITA-PARM-FIM.
                EXIT.
      *
      *****************************************
      * HORA DO UNLOAD NO CATALOGO E ABERTURA  *
      * DO CADASTRO RESTAURADO                 *
      *****************************************
       ABRE-ARQUIVOS.
                OPEN INPUT BKPCAT
                IF ST-BKPCAT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO BKPCAT: " ST-BKPCAT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE W-PARM-ARQUIVO TO CAT-CADASTRO
                MOVE W-PARM-DATA    TO CAT-DATA
                READ BKPCAT
                IF ST-BKPCAT NOT = "00"
                   DISPLAY "UNLOAD NAO CATALOGADO: " W-PARM-ARQUIVO
                           " " W-PARM-DATA
                   CLOSE BKPCAT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                MOVE CAT-DATA TO W-TSI-DATA
                MOVE ZEROS    TO W-TSI-HORA
                IF CAT-HORA NUMERIC
                   MOVE CAT-HORA TO W-TSI-HORA.
                CLOSE BKPCAT
                IF W-TS-ALVO NOT > W-TS-INICIO
                   DISPLAY "DATA/HORA ALVO ANTERIOR AO UNLOAD"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                IF W-PARM-ARQUIVO = "CEP"
                   OPEN I-O CADCEP.
                IF W-PARM-ARQUIVO = "EPTO"
                   OPEN I-O CADEPTO.
                IF W-PARM-ARQUIVO = "CARGO"
                   OPEN I-O CADCARGO.
                IF W-PARM-ARQUIVO = "NOTA"
                   OPEN I-O CADNOTA.
                IF W-PARM-ARQUIVO = "AMIGOS"
                   OPEN I-O AMIGOS.
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO CADASTRO "
                           W-PARM-ARQUIVO ": " ST-ERRO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
                OPEN INPUT AUDITORIA
                IF ST-AUDIT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO AUDITORIA: " ST-AUDIT
                   PERFORM FECHA-CADASTRO THRU FECHA-CADASTRO-FIM
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
       ABRE-ARQUIVOS-FIM.
                EXIT.
      *
      *****************************************
      * LE A TRILHA NA ORDEM DE GRAVACAO       *
      *****************************************
       LE-AUDITORIA.
                READ AUDITORIA
                   AT END
                      GO TO LE-AUDITORIA-FIM.
                ADD 1 TO W-CONT-LIDAS
                MOVE AUD-DATA TO W-TSL-DATA
                MOVE AUD-HORA TO W-TSL-HORA
                IF W-TS-LINHA NOT > W-TS-INICIO
                   OR W-TS-LINHA > W-TS-ALVO
                   GO TO LE-AUDITORIA.
                MOVE AUD-DEPOIS TO W-IMAGEM
                IF AUD-DEPOIS = SPACES
                   MOVE AUD-ANTES TO W-IMAGEM.
                PERFORM PERTENCE THRU PERTENCE-FIM
                IF W-PERTENCE NOT = "S"
                   GO TO LE-AUDITORIA.
                IF W-PAROU = "S"
                   MOVE "PENDENTE - REDIGITAR" TO LD-SITUACAO
                   PERFORM IMPRIME-LINHA THRU IMPRIME-LINHA-FIM
                   ADD 1 TO W-CONT-PENDENTES
                   GO TO LE-AUDITORIA.
                PERFORM APLICA THRU APLICA-FIM
                IF W-JA-APLICADA
                   ADD 1 TO W-CONT-JA
                   GO TO LE-AUDITORIA.
                IF W-DIVERGENTE
                   PERFORM DIVERGENCIA THRU DIVERGENCIA-FIM
                   GO TO LE-AUDITORIA.
                ADD 1 TO W-CONT-APLICADAS
                PERFORM CONTA-ACAO THRU CONTA-ACAO-FIM
                MOVE AUD-DATA     TO W-ULT-DATA
                MOVE AUD-HORA     TO W-ULT-HORA
                MOVE AUD-OPERADOR TO W-ULT-OPERADOR
                MOVE AUD-PROGRAMA TO W-ULT-PROGRAMA
                MOVE AUD-ACAO     TO W-ULT-ACAO
                MOVE AUD-CHAVE    TO W-ULT-CHAVE
                GO TO LE-AUDITORIA.
       LE-AUDITORIA-FIM.
                EXIT.
      *
      *****************************************
      * A LINHA E DO CADASTRO RESTAURADO?      *
      * MESMA ATRIBUICAO PELO PROGRAMA DE      *
      * ORIGEM DO P201743/P201639              *
      *****************************************
       PERTENCE.
                MOVE "N" TO W-PERTENCE
                MOVE AUD-CHAVE TO W-CHAVE-AUX
                IF W-PARM-ARQUIVO = "CEP"
                   IF AUD-PROGRAMA = "P201612"
                      MOVE "S" TO W-PERTENCE.
                IF W-PARM-ARQUIVO = "EPTO"
                   IF AUD-PROGRAMA = "FP201611"
                      MOVE "S" TO W-PERTENCE.
                IF W-PARM-ARQUIVO = "CARGO"
                   IF AUD-PROGRAMA = "FP201612"
                      MOVE "S" TO W-PERTENCE.
                IF W-PARM-ARQUIVO = "AMIGOS"
                   IF AUD-PROGRAMA = "FPP001" OR "FPP002" OR "P201683"
                      OR "P201734" OR "P201735" OR "P201736"
                      MOVE "S" TO W-PERTENCE.
                IF W-PARM-ARQUIVO NOT = "NOTA"
                   GO TO PERTENCE-FIM.
                IF AUD-PROGRAMA = "P201613"
                   MOVE "S" TO W-PERTENCE.
                IF AUD-PROGRAMA = "P201709"
                   IF W-CHAVE-MAT NOT NUMERIC
                      MOVE "S" TO W-PERTENCE.
                IF AUD-PROGRAMA = "P201700"
                   IF W-CHAVE-MAT = SPACES AND W-CHAVE-FIM = SPACES
                      MOVE "S" TO W-PERTENCE.
                IF AUD-PROGRAMA = "FP201761"
                   IF W-CHAVE-MAT = SPACES
                      AND W-IMG-APOS-CHAVE NOT NUMERIC
                      MOVE "S" TO W-PERTENCE.
       PERTENCE-FIM.
                EXIT.
      *
      *****************************************
      * CONFERE A IMAGEM ANTES COM O ARQUIVO E *
      * APLICA A IMAGEM DEPOIS                 *
      *****************************************
       APLICA.
                MOVE "A" TO W-RESULTADO
                PERFORM LE-REGISTRO THRU LE-REGISTRO-FIM
                IF AUD-ANTES = SPACES
                   GO TO APLICA-GRAVA.
                IF AUD-DEPOIS = SPACES
                   GO TO APLICA-APAGA.
                IF W-EXISTE = "S" AND W-ATUAL = AUD-DEPOIS
                   MOVE "J" TO W-RESULTADO
                   GO TO APLICA-FIM.
                IF W-EXISTE NOT = "S" OR W-ATUAL NOT = AUD-ANTES
                   MOVE "D" TO W-RESULTADO
                   GO TO APLICA-FIM.
                PERFORM REGRAVA-REGISTRO THRU REGRAVA-REGISTRO-FIM
                GO TO APLICA-FIM.
       APLICA-GRAVA.
                IF W-EXISTE = "S" AND W-ATUAL = AUD-DEPOIS
                   MOVE "J" TO W-RESULTADO
                   GO TO APLICA-FIM.
                IF W-EXISTE = "S"
                   MOVE "D" TO W-RESULTADO
                   GO TO APLICA-FIM.
                PERFORM GRAVA-REGISTRO THRU GRAVA-REGISTRO-FIM
                GO TO APLICA-FIM.
       APLICA-APAGA.
                IF W-EXISTE NOT = "S"
                   MOVE "J" TO W-RESULTADO
                   GO TO APLICA-FIM.
                IF W-ATUAL NOT = AUD-ANTES
                   MOVE "D" TO W-RESULTADO
                   GO TO APLICA-FIM.
                PERFORM APAGA-REGISTRO THRU APAGA-REGISTRO-FIM.
       APLICA-FIM.
                EXIT.
      *
      *****************************************
      * LEITURA PELA CHAVE DA IMAGEM: W-ATUAL  *
      * FICA COM O REGISTRO COMO ESTA NO       *
      * ARQUIVO (BRANCOS SE NAO EXISTE)        *
      *****************************************
       LE-REGISTRO.
                MOVE "N"    TO W-EXISTE
                MOVE SPACES TO W-ATUAL
                IF W-PARM-ARQUIVO = "CEP"
                   MOVE W-IMAGEM TO REGCEP
                   READ CADCEP
                   IF ST-ERRO = "00"
                      MOVE REGCEP TO W-ATUAL.
                IF W-PARM-ARQUIVO = "EPTO"
                   MOVE W-IMAGEM TO REGDEPTO
                   READ CADEPTO
                   IF ST-ERRO = "00"
                      MOVE REGDEPTO TO W-ATUAL.
                IF W-PARM-ARQUIVO = "CARGO"
                   MOVE W-IMAGEM TO REGCARGO
                   READ CADCARGO
                   IF ST-ERRO = "00"
                      MOVE REGCARGO TO W-ATUAL.
                IF W-PARM-ARQUIVO = "NOTA"
                   MOVE W-IMAGEM TO REGNOTA
                   READ CADNOTA
                   IF ST-ERRO = "00"
                      MOVE REGNOTA TO W-ATUAL.
                IF W-PARM-ARQUIVO = "AMIGOS"
                   MOVE W-IMAGEM TO REGCLI
                   READ AMIGOS
                   IF ST-ERRO = "00"
                      MOVE REGCLI TO W-ATUAL.
                IF ST-ERRO = "00"
                   MOVE "S" TO W-EXISTE.
       LE-REGISTRO-FIM.
                EXIT.
      *
       GRAVA-REGISTRO.
                IF W-PARM-ARQUIVO = "CEP"
                   MOVE AUD-DEPOIS TO REGCEP
                   WRITE REGCEP.
                IF W-PARM-ARQUIVO = "EPTO"
                   MOVE AUD-DEPOIS TO REGDEPTO
                   WRITE REGDEPTO.
                IF W-PARM-ARQUIVO = "CARGO"
                   MOVE AUD-DEPOIS TO REGCARGO
                   WRITE REGCARGO.
                IF W-PARM-ARQUIVO = "NOTA"
                   MOVE AUD-DEPOIS TO REGNOTA
                   WRITE REGNOTA.
                IF W-PARM-ARQUIVO = "AMIGOS"
                   MOVE AUD-DEPOIS TO REGCLI
                   WRITE REGCLI.
                IF ST-ERRO NOT = "00"
                   MOVE "D" TO W-RESULTADO.
       GRAVA-REGISTRO-FIM.
                EXIT.
      *
       REGRAVA-REGISTRO.
                IF W-PARM-ARQUIVO = "CEP"
                   MOVE AUD-DEPOIS TO REGCEP
                   REWRITE REGCEP.
                IF W-PARM-ARQUIVO = "EPTO"
                   MOVE AUD-DEPOIS TO REGDEPTO
                   REWRITE REGDEPTO.
                IF W-PARM-ARQUIVO = "CARGO"
                   MOVE AUD-DEPOIS TO REGCARGO
                   REWRITE REGCARGO.
                IF W-PARM-ARQUIVO = "NOTA"
                   MOVE AUD-DEPOIS TO REGNOTA
                   REWRITE REGNOTA.
                IF W-PARM-ARQUIVO = "AMIGOS"
                   MOVE AUD-DEPOIS TO REGCLI
                   REWRITE REGCLI.
                IF ST-ERRO NOT = "00"
                   MOVE "D" TO W-RESULTADO.
       REGRAVA-REGISTRO-FIM.
                EXIT.
      *
       APAGA-REGISTRO.
                IF W-PARM-ARQUIVO = "CEP"
                   DELETE CADCEP RECORD.
                IF W-PARM-ARQUIVO = "EPTO"
                   DELETE CADEPTO RECORD.
                IF W-PARM-ARQUIVO = "CARGO"
                   DELETE CADCARGO RECORD.
                IF W-PARM-ARQUIVO = "NOTA"
                   DELETE CADNOTA RECORD.
                IF W-PARM-ARQUIVO = "AMIGOS"
                   DELETE AMIGOS RECORD.
                IF ST-ERRO NOT = "00"
                   MOVE "D" TO W-RESULTADO.
       APAGA-REGISTRO-FIM.
                EXIT.
      *
      *****************************************
      * PRIMEIRA DIVERGENCIA: IMPRIME A LINHA, *
      * A IMAGEM ESPERADA E A DO ARQUIVO E     *
      * PARA DE APLICAR                        *
      *****************************************
       DIVERGENCIA.
                MOVE "S" TO W-PAROU
                MOVE "*** DIVERGENCIA - PAROU AQUI" TO LD-SITUACAO
                PERFORM IMPRIME-LINHA THRU IMPRIME-LINHA-FIM
                ADD 1 TO W-CONT-PENDENTES
                MOVE AUD-ANTES TO W-IMPRIME
                IF AUD-ANTES = SPACES
                   MOVE "(NAO EXISTIR)" TO W-IMPRIME.
                MOVE "ESPERADO..:" TO LI-ROTULO
                PERFORM IMPRIME-IMAGEM THRU IMPRIME-IMAGEM-FIM
                MOVE W-ATUAL TO W-IMPRIME
                IF W-EXISTE NOT = "S"
                   MOVE "(NAO EXISTE)" TO W-IMPRIME.
                MOVE "NO ARQUIVO:" TO LI-ROTULO
                PERFORM IMPRIME-IMAGEM THRU IMPRIME-IMAGEM-FIM.
       DIVERGENCIA-FIM.
                EXIT.
      *
       IMPRIME-IMAGEM.
                MOVE W-IMPRIME-1 TO LI-IMAGEM
                MOVE LINHA-IMG TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                IF W-IMPRIME-2 = SPACES
                   GO TO IMPRIME-IMAGEM-FIM.
                MOVE SPACES TO LI-ROTULO
                MOVE W-IMPRIME-2 TO LI-IMAGEM
                MOVE LINHA-IMG TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-IMAGEM-FIM.
                EXIT.
      *
       IMPRIME-LINHA.
                MOVE AUD-DATA     TO LD-DATA
                MOVE AUD-HORA     TO LD-HORA
                MOVE AUD-OPERADOR TO LD-OPERADOR
                MOVE AUD-PROGRAMA TO LD-PROGRAMA
                MOVE AUD-ACAO     TO LD-ACAO
                MOVE AUD-CHAVE    TO LD-CHAVE
                MOVE LINHA-DET TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       IMPRIME-LINHA-FIM.
                EXIT.
      *
       CONTA-ACAO.
                MOVE ZEROS TO W-IND
                PERFORM PROCURA-ACAO THRU PROCURA-ACAO-FIM
                  VARYING W-IND FROM 1 BY 1
                  UNTIL W-IND > W-QTD-ACAO
                     OR ACA-NOME (W-IND) = AUD-ACAO
                IF W-IND > W-QTD-ACAO
                   IF W-QTD-ACAO < 20
                      ADD 1 TO W-QTD-ACAO
                      MOVE W-QTD-ACAO TO W-IND
                      MOVE AUD-ACAO TO ACA-NOME (W-IND)
                      MOVE ZEROS TO ACA-QTD (W-IND)
                   ELSE
                      GO TO CONTA-ACAO-FIM.
                ADD 1 TO ACA-QTD (W-IND).
       CONTA-ACAO-FIM.
                EXIT.
      *
       PROCURA-ACAO.
       PROCURA-ACAO-FIM.
                EXIT.
      *
       FECHA-CADASTRO.
                IF W-PARM-ARQUIVO = "CEP"
                   CLOSE CADCEP.
                IF W-PARM-ARQUIVO = "EPTO"
                   CLOSE CADEPTO.
                IF W-PARM-ARQUIVO = "CARGO"
                   CLOSE CADCARGO.
                IF W-PARM-ARQUIVO = "NOTA"
                   CLOSE CADNOTA.
                IF W-PARM-ARQUIVO = "AMIGOS"
                   CLOSE AMIGOS.
       FECHA-CADASTRO-FIM.
                EXIT.
      *
      *****************************************
      * TOTAIS POR ACAO E ULTIMA TRANSACAO     *
      *****************************************
       IMPRIME-TOTAIS.
                MOVE SPACES TO LINHA-REL
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                PERFORM IMPRIME-ACAO THRU IMPRIME-ACAO-FIM
                  VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-ACAO
                MOVE W-CONT-APLICADAS TO LT1-QTD
                MOVE LINHA-TOT1 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-JA TO LT2-QTD
                MOVE LINHA-TOT2 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE W-CONT-PENDENTES TO LT3-QTD
                MOVE LINHA-TOT3 TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE LINHA-NENHUMA TO LINHA-REL
                IF W-CONT-APLICADAS > ZEROS
                   MOVE W-ULT-DATA     TO LU-DATA
                   MOVE W-ULT-HORA     TO LU-HORA
                   MOVE W-ULT-OPERADOR TO LU-OPERADOR
                   MOVE W-ULT-PROGRAMA TO LU-PROGRAMA
                   MOVE W-ULT-ACAO     TO LU-ACAO
                   MOVE W-ULT-CHAVE    TO LU-CHAVE
                   MOVE LINHA-ULT TO LINHA-REL.
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM
                MOVE LINHA-OK TO LINHA-REL
                IF W-PAROU = "S"
                   MOVE LINHA-FALHA TO LINHA-REL.
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM.
       IMPRIME-TOTAIS-FIM.
                EXIT.
      *
       IMPRIME-ACAO.
                MOVE ACA-NOME (W-IND) TO LA-ACAO
                MOVE ACA-QTD (W-IND)  TO LA-QTD
                MOVE LINHA-ACAO TO LINHA-REL
                PERFORM ROT-IMPRIME-TOT THRU ROT-IMPRIME-TOT-FIM.
       IMPRIME-ACAO-FIM.
                EXIT.
      *
      ***********************
      * ROTINA DE IMPRESSAO *
      ***********************
      *
       ROT-IMPRIME.
                MOVE "D" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL.
       ROT-IMPRIME-FIM.
                EXIT.
      *
       ROT-IMPRIME-TOT.
                MOVE "T" TO W-RW-FUNCAO
                CALL "P201675" USING W-RW-FUNCAO W-RW-TITULO
                                     W-RW-PROGRAMA LINHA-REL.
       ROT-IMPRIME-TOT-FIM.
                EXIT.
