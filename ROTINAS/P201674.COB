                IF OPE-E-SUPERVISOR
                   MOVE "S" TO LK-AUTORIZADO
                   GO TO VALIDA-CLOSE.
                IF LK-OPCAO NOT > 99
                   IF OPE-OPCAO-FLAG (LK-OPCAO) = "S"
                      MOVE "S" TO LK-AUTORIZADO.
       VALIDA-CLOSE.
