           05 AUD-EVENTO          PIC X(12).
           05 AUD-NUM-CONTA       PIC 9(6).
           05 AUD-RESULTADO       PIC X(20).
      *>CPF DO TITULAR QUE PEDIU A OPERAÇÃO (ENCERRAMENTO,
      *>REATIVAÇÃO, VÍNCULO DE CO-TITULAR); EM BRANCO NOS DEMAIS
      *>EVENTOS E NOS REGISTROS ANTERIORES AO CAMPO
           05 AUD-CPF-SOLICITANTE PIC X(11).

       FD ARQUIVO-RELATORIO.
       01 REGISTRO-RELATORIO  PIC X(100).
              AUD-DATA-HORA(11:2) ":" AUD-DATA-HORA(13:2)
              " OPER " AUD-OPERADOR " " AUD-EVENTO
              " CONTA " AUD-NUM-CONTA " " AUD-RESULTADO.
           IF AUD-CPF-SOLICITANTE NOT = SPACES
              DISPLAY "    SOLICITADO PELO TITULAR CPF "
                                                AUD-CPF-SOLICITANTE
           END-IF.

      *>---RESUMO DIÁRIO: TOTAIS POR OPERADOR E OS PADRÕES QUE
      *>---MERECEM OLHO HUMANO — TENTATIVAS NEGADO-NIVEL, BLOQUEIO
           MOVE WK-AUD-EVENTO    TO AUD-EVENTO
           MOVE ZEROS            TO AUD-NUM-CONTA
           MOVE WK-AUD-RESULTADO TO AUD-RESULTADO
           MOVE SPACES           TO AUD-CPF-SOLICITANTE
           WRITE REGISTRO-AUDITORIA
           CLOSE ARQUIVO-AUDITORIA.
