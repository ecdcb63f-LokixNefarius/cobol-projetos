           IF DIA-AINDA-ABERTO
              DISPLAY "DIA OPERACIONAL AINDA ABERTO — FECHE O DIA"
                 " ANTES DE RODAR O FECHAMENTO."
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO DATA-COMPLETA
