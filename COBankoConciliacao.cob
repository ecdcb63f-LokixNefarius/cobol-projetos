      *>COMPENSADO
           COMPUTE RETURN-CODE =
                   WK-TOTAL-DIVERGENCIAS + WK-TOTAL-QUEBRAS
      *>O SISTEMA SÓ REPASSA O BYTE BAIXO DO RETORNO: 256
      *>DIVERGÊNCIAS NÃO PODEM CHEGAR À ESTEIRA COMO ZERO
           IF RETURN-CODE > 255
              MOVE 255 TO RETURN-CODE
           END-IF
           STOP RUN.
      *>--CONTROLE AUSENTE (INSTALAÇÃO ANTERIOR AO DIA OPERACIONAL)
      *>--NÃO IMPEDE A CONCILIAÇÃO; SÓ A SITUAÇÃO ABERTA IMPEDE--
                 COMPUTE WK-VALOR-EFEITO = 0 - EXT-VALOR
              WHEN "DEV-EXT"
                 MOVE EXT-VALOR TO WK-VALOR-EFEITO
      *>PAGAMENTO DE BOLETO (BALCÃO OU PARCEIRO) DEBITA NA HORA; O
      *>RECUSADO PELO AGENTE RECEBEDOR VOLTA COMO DEV-PAG
              WHEN "PAGAMENTO"
                 COMPUTE WK-VALOR-EFEITO = 0 - EXT-VALOR
              WHEN "LOTE-PAG"
                 COMPUTE WK-VALOR-EFEITO = 0 - EXT-VALOR
              WHEN "DEV-PAG"
                 MOVE EXT-VALOR TO WK-VALOR-EFEITO
      *>EMPRÉSTIMO PESSOAL: CRÉDITO DO PRINCIPAL NA CONTRATAÇÃO E
      *>DÉBITO DE CADA PARCELA (JÁ COM ENCARGOS DE ATRASO) NO LOTE
              WHEN "EMPRESTIMO"
                 MOVE EXT-VALOR TO WK-VALOR-EFEITO
              WHEN "PARC-EMP"
                 COMPUTE WK-VALOR-EFEITO = 0 - EXT-VALOR
      *>TARIFA POR OPERAÇÃO COBRADA FORA DA FRANQUIA DO MÊS
              WHEN "TARIFA"
                 COMPUTE WK-VALOR-EFEITO = 0 - EXT-VALOR
              WHEN "AJUSTE-MES"
                 MOVE EXT-VALOR TO WK-VALOR-EFEITO
      *>TRANSPORTE DE SALDO DO ARQUIVAMENTO: ABRE A CADEIA DA CONTA
