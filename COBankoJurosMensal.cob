      *>---GRAVADA (A LEITURA SEQUENCIAL SEGUE A ORDEM DA CHAVE)---
       PROCESSAR-LANCAMENTO-MENSAL.
           MOVE FUNCTION CURRENT-DATE TO DATA-COMPLETA
           MOVE DATA-COMPLETA(1:8) TO WK-DATA-HOJE
      *>A ESTEIRA INFORMA A COMPETÊNCIA DO DIA DO MOVIMENTO: A
      *>VIRADA DO MÊS RETOMADA DEPOIS DA MEIA-NOITE NÃO PODE CAIR
      *>NA COMPETÊNCIA SEGUINTE
           DISPLAY "COMPETÊNCIA (AAAAMM, BRANCO = MÊS CORRENTE): "
           ACCEPT WK-COMPETENCIA
           IF WK-COMPETENCIA = SPACES
              MOVE DATA-COMPLETA(1:6) TO WK-COMPETENCIA
           END-IF
           IF WK-COMPETENCIA IS NOT NUMERIC
              DISPLAY "COMPETÊNCIA INVÁLIDA — LANÇAMENTO NÃO"
                                                   " EXECUTADO."
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM LER-CONTROLE-CORRIDA
           IF CORRIDA-JA-COMPLETA
              DISPLAY "LANÇAMENTO DA COMPETÊNCIA " WK-COMPETENCIA
           DISPLAY "CONTAS SEM PRODUTO: " WK-TOTAL-SEM-PRODUTO
           DISPLAY "CONTAS FORA DE VIGÊNCIA: " WK-TOTAL-SEM-VIGENCIA.

      *>--LÊ O CONTROLE DA CORRIDA. COMPETÊNCIA IGUAL À PEDIDA:
      *>--COMPLETA NÃO REAPLICA, PARCIAL RETOMA. COMPETÊNCIA
      *>--ANTERIOR DEIXADA PARCIAL (ABEND NA VIRADA DO MÊS): A
      *>--CORRIDA RETOMA E CONCLUI AQUELA COMPETÊNCIA — AS CONTAS
