               VALUE  "44-ESTADO/SESSOES".
           05  LINE 09  COLUMN 62
               VALUE  "45-RELATORIOS".
           05  LINE 10  COLUMN 62
               VALUE  "46-HORARIO AULAS".
           05  LINE 11  COLUMN 62
               VALUE  "47-AULAS DADAS".
           05  LINE 12  COLUMN 62
               VALUE  "48-OCORRENCIAS".
           05  LINE 13  COLUMN 62
               VALUE  "49-REMATRICULA".
           05  LINE 14  COLUMN 62
               VALUE  "50-SUBSTITUICOES".
           05  LINE 15  COLUMN 62
               VALUE  "51-SAIDA ALUNO".
           05  LINE 16  COLUMN 62
               VALUE  "52-MULTA/JUROS".
           05  LINE 17  COLUMN 62
               VALUE  "53-SEGUNDA VIA".
           05  LINE 17  COLUMN 42
               VALUE  "54-ACORDOS".
           05  LINE 17  COLUMN 02
               VALUE  "55-RESPONSAVEIS".
           05  LINE 17  COLUMN 22
               VALUE  "56-DESC. IRMAOS".
           05  LINE 18  COLUMN 02
               VALUE  "57-RUBRICAS".
           05  LINE 18  COLUMN 22
               VALUE  "58-RUBRICAS FUNC".
           05  LINE 18  COLUMN 42
               VALUE  "59-AFASTAMENTOS".
           05  LINE 18  COLUMN 62
               VALUE  "60-CONTAS FOLHA".
           05  LINE 19  COLUMN 02
               VALUE  "61-BANCO HORAS".
           05  LINE 19  COLUMN 22
               VALUE  "62-TEMPO SERVICO".
           05  LINE 19  COLUMN 42
               VALUE  "63-DOACOES".
           05  LINE 19  COLUMN 62
               VALUE  "64-EVENTOS".
           05  LINE 20  COLUMN 22
               VALUE  "65-CONVIDADOS".
           05  LINE 20  COLUMN 42
               VALUE  "66-CONSENTIMENTO".
           05  LINE 20  COLUMN 62
               VALUE  "67-UNIDADES".
           05  LINE 21  COLUMN 22
               VALUE  "68-FORNECEDORES".
           05  LINE 21  COLUMN 42
               VALUE  "69-CONTAS A PAGAR".
           05  LINE 21  COLUMN 62
               VALUE  "70-BAIXA PAGAR".
           05  LINE 22  COLUMN 02
               VALUE  "71-PATRIMONIO".
           05  LINE 22  COLUMN 22
               VALUE  "72-MOVTO PATRIMONIO".
           05  LINE 22  COLUMN 42
               VALUE  "73-ROTAS TRANSPORTE".
           05  LINE 22  COLUMN 62
               VALUE  "74-ALUNO X ROTA".
           05  LINE 20  COLUMN 02
               VALUE  "0 - SAIR".
           05  LINE 21  COLUMN 02
               VALUE  "OPCAO: ".
           05  TOPCAO
               LINE 21  COLUMN 10  PIC 9(02)
               USING  W-OPCAO
               HIGHLIGHT.

                   CALL "P201744"
                   CANCEL "P201744"
                   GO TO MENU-001.
                IF W-OPCAO = 46
                   CALL "FP201747"
                   CANCEL "FP201747"
                   GO TO MENU-001.
                IF W-OPCAO = 47
                   CALL "FP201749"
                   CANCEL "FP201749"
                   GO TO MENU-001.
                IF W-OPCAO = 48
                   CALL "FP201751"
                   CANCEL "FP201751"
                   GO TO MENU-001.
                IF W-OPCAO = 49
                   CALL "FP201755"
                   CANCEL "FP201755"
                   GO TO MENU-001.
                IF W-OPCAO = 50
                   CALL "FP201757"
                   CANCEL "FP201757"
                   GO TO MENU-001.
                IF W-OPCAO = 51
                   CALL "FP201761"
                   CANCEL "FP201761"
                   GO TO MENU-001.
                IF W-OPCAO = 52
                   CALL "FP201767"
                   CANCEL "FP201767"
                   GO TO MENU-001.
                IF W-OPCAO = 53
                   CALL "FP201768"
                   CANCEL "FP201768"
                   GO TO MENU-001.
                IF W-OPCAO = 54
                   CALL "FP201769"
                   CANCEL "FP201769"
                   GO TO MENU-001.
                IF W-OPCAO = 55
                   CALL "FP201772"
                   CANCEL "FP201772"
                   GO TO MENU-001.
                IF W-OPCAO = 56
                   CALL "FP201773"
                   CANCEL "FP201773"
                   GO TO MENU-001.
                IF W-OPCAO = 57
                   CALL "FP201775"
                   CANCEL "FP201775"
                   GO TO MENU-001.
                IF W-OPCAO = 58
                   CALL "FP201776"
                   CANCEL "FP201776"
                   GO TO MENU-001.
                IF W-OPCAO = 59
                   CALL "FP201781"
                   CANCEL "FP201781"
                   GO TO MENU-001.
                IF W-OPCAO = 60
                   CALL "FP201785"
                   CANCEL "FP201785"
                   GO TO MENU-001.
                IF W-OPCAO = 61
                   CALL "FP201787"
                   CANCEL "FP201787"
                   GO TO MENU-001.
                IF W-OPCAO = 62
                   CALL "FP201790"
                   CANCEL "FP201790"
                   GO TO MENU-001.
                IF W-OPCAO = 63
                   CALL "P201793"
                   CANCEL "P201793"
                   GO TO MENU-001.
                IF W-OPCAO = 64
                   CALL "FP201796"
                   CANCEL "FP201796"
                   GO TO MENU-001.
                IF W-OPCAO = 65
                   CALL "P201798"
                   CANCEL "P201798"
                   GO TO MENU-001.
                IF W-OPCAO = 66
                   CALL "FP201800"
                   CANCEL "FP201800"
                   GO TO MENU-001.
                IF W-OPCAO = 67
                   CALL "FP201806"
                   CANCEL "FP201806"
                   GO TO MENU-001.
                IF W-OPCAO = 68
                   CALL "FP201811"
                   CANCEL "FP201811"
                   GO TO MENU-001.
                IF W-OPCAO = 69
                   CALL "FP201812"
                   CANCEL "FP201812"
                   GO TO MENU-001.
                IF W-OPCAO = 70
                   CALL "FP201813"
                   CANCEL "FP201813"
                   GO TO MENU-001.
                IF W-OPCAO = 71
                   CALL "FP201816"
                   CANCEL "FP201816"
                   GO TO MENU-001.
                IF W-OPCAO = 72
                   CALL "FP201817"
                   CANCEL "FP201817"
                   GO TO MENU-001.
                IF W-OPCAO = 73
                   CALL "FP201821"
                   CANCEL "FP201821"
                   GO TO MENU-001.
                IF W-OPCAO = 74
                   CALL "FP201822"
                   CANCEL "FP201822"
                   GO TO MENU-001.
                IF W-OPCAO = 0
                   GO TO ROT-FIM.
                MOVE "*** OPCAO INVALIDA ***" TO MENS
