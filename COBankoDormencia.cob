                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    IF EXT-TIPO NOT = "AJUSTE-MES" AND
                       EXT-TIPO NOT = "SALDO-ANT" AND
                       EXT-TIPO NOT = "PARC-EMP" AND
                       EXT-TIPO NOT = "TARIFA"
                       PERFORM GUARDAR-ULTIMO-MOVIMENTO
                    END-IF
              END-READ
