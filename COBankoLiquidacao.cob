           IF NOT DIA-ABERTO
              DISPLAY "DIA OPERACIONAL FECHADO — RETORNO NAO"
                                              " PROCESSADO."
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO EOF-FLAG
