       01 WK-IDX             PIC 9(2) COMP.
       01 WK-IDX-ACHADO      PIC 9(2) COMP.
       01 WK-TOTAIS-RAZAO.
           05 WK-CTA-RAZAO OCCURS 20 TIMES.
              10 WK-RZO-NOME       PIC X(14).
              10 WK-RZO-TOT-DEB    PIC S9(11)V99.
              10 WK-RZO-TOT-CRED   PIC S9(11)V99.
                 MOVE WK-IDX TO WK-IDX-ACHADO
              END-IF
           END-PERFORM
           IF WK-IDX-ACHADO = ZEROS AND WK-QTD-CTAS-RAZAO < 20
              ADD 1 TO WK-QTD-CTAS-RAZAO
              MOVE WK-QTD-CTAS-RAZAO TO WK-IDX-ACHADO
              MOVE RZO-CONTA-RAZAO TO WK-RZO-NOME(WK-IDX-ACHADO)
