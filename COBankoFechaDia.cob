           IF FILE-STATUS-CTRL-DIA = "35"
              DISPLAY "CONTROLE DO DIA INEXISTENTE — NENHUM DIA FOI"
                 " ABERTO AINDA."
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           READ ARQUIVO-CTRL-DIA
           CLOSE ARQUIVO-CTRL-DIA
           IF WK-SITUACAO-DIA NOT = "A"
              DISPLAY "DIA " WK-DATA-DIA " JÁ ESTÁ FECHADO."
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT ARQUIVO-CTRL-DIA
