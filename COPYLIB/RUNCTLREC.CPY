      * LINHA DE INICIO (EVENTO "I") E UMA DE FIM (EVENTO "F", COM O
      * TOTAL DE REGISTROS PROCESSADOS) VIA P201666. O P201667 IMPRIME
      * O RESUMO DA JANELA E ACUSA PASSO SEM LINHA DE FIM; O P201668 E
      * A CONSULTA ONLINE DAS EXECUCOES PASSADAS. O MONITOR DE
      * CRESCIMENTO (P201805) GRAVA AINDA LINHAS DE ALERTA (EVENTO "A")
      * PARA O ARQUIVO EM RC-ARQUIVO QUE PASSOU DO LIMITE OU VAI PASSAR
      * DENTRO DO HORIZONTE DE PROJECAO; NELAS RC-CONTADOR E O NUMERO
      * DE DIAS PREVISTO ATE O LIMITE (ZERO = JA ULTRAPASSADO).
      *-----------------------------------------------------------------
       01 REGRUNCTL.
                03 RC-DATA.
                03 RC-EVENTO        PIC X(01).
                   88 RC-INICIO        VALUE "I".
                   88 RC-FIM           VALUE "F".
                   88 RC-ALERTA        VALUE "A".
                03 RC-CONTADOR      PIC 9(07).
                03 RC-ARQUIVO       PIC X(10).
