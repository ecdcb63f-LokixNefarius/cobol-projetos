                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS DBD-NUM-CONTA
                        FILE STATUS IS FILE-STATUS-DEBITO-DIA.
           SELECT ARQUIVO-RETENCOES ASSIGN TO "retencoes.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS RTN-CHAVE
                        FILE STATUS IS FILE-STATUS-RETENCOES.
      *>------------------DADOS-------------------------
       DATA DIVISION.

           05 DBD-DATA            PIC X(8).
           05 DBD-VALOR-DIA       PIC S9(9)V99.

       FD ARQUIVO-RETENCOES.
       01 REGISTRO-RETENCAO.
           05 RTN-CHAVE.
               10 RTN-NUM-CONTA   PIC 9(6).
               10 RTN-DATA-HORA   PIC X(14).
               10 RTN-SEQ         PIC 9(3).
           05 RTN-VALOR           PIC S9(9)V99.
           05 RTN-MOTIVO          PIC X(20).
           05 RTN-DATA-LIBERACAO  PIC X(8).
           05 RTN-SITUACAO        PIC X(1).

       WORKING-STORAGE SECTION.
      *>----------VARIÁVEIS------------
       01 FILE-STATUS-ARQUIVO   PIC XX.
       01 WK-LIMITE-CHEQUE      PIC S9(5)V99 VALUE ZEROS.
       01 FLAG-PRODUTOS-STATUS  PIC X VALUE "N".
           88 PRODUTOS-DISPONIVEIS VALUE "S".
      *>-------DEPÓSITOS AINDA RETIDOS DA CONTA EM ANÁLISE: O
      *>-------DÉBITO SÓ USA O SALDO DISPONÍVEL-------
       01 FILE-STATUS-RETENCOES PIC XX.
       01 WK-SALDO-RETIDO       PIC S9(9)V99 VALUE ZEROS.
       01 FLAG-RETENCOES-STATUS PIC X VALUE "N".
           88 RETENCOES-DISPONIVEIS VALUE "S".
       01 FLAG-VARREDURA-RETENCAO PIC X VALUE "N".
           88 VARREDURA-RETENCAO-ENCERRADA VALUE "S".
      *>-------LIMITE DIÁRIO DE DÉBITO DA CONTA EM ANÁLISE (ZERO =
      *>-------SEM TETO) E ACUMULADO JÁ DEBITADO NO DIA-------
       01 FILE-STATUS-LIMITES    PIC XX.
           IF NOT DIA-ABERTO
              DISPLAY "DIA OPERACIONAL FECHADO — AGENDAMENTOS NAO"
                                              " PROCESSADOS."
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
      *>O DIA DO MÊS DAS ORDENS É O DO DIA OPERACIONAL, NÃO O DO
           IF FILE-STATUS-PRODUTOS = "00"
              SET PRODUTOS-DISPONIVEIS TO TRUE
           END-IF
      *>SEM O ARQUIVO DE RETENÇÕES NENHUM DEPÓSITO ESTÁ RETIDO
           OPEN INPUT ARQUIVO-RETENCOES
           IF FILE-STATUS-RETENCOES = "00"
              SET RETENCOES-DISPONIVEIS TO TRUE
           END-IF
           OPEN OUTPUT ARQUIVO-FALHAS
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-AGENDA NEXT RECORD
           IF PRODUTOS-DISPONIVEIS
              CLOSE ARQUIVO-PRODUTOS
           END-IF
           IF RETENCOES-DISPONIVEIS
              CLOSE ARQUIVO-RETENCOES
           END-IF
           CLOSE ARQUIVO-EXTRATO
           CLOSE ARQUIVO-CONTAS
           CLOSE ARQUIVO-AGENDA
                      MOVE "CONTA NAO ATIVA" TO WK-MOTIVO-FALHA
                   ELSE
      *>O DÉBITO AGENDADO TAMBÉM PODE USAR O CHEQUE ESPECIAL DO
      *>PRODUTO DA CONTA, COMO NO BALCÃO; DEPÓSITO AINDA RETIDO
      *>NÃO CONTA COMO SALDO
                      PERFORM CARREGAR-LIMITE-CHEQUE
                      PERFORM CALCULAR-SALDO-RETIDO
                      EVALUATE TRUE
                         WHEN AGD-VALOR > ARQ-SALDO + WK-LIMITE-CHEQUE
                            MOVE "SALDO INSUFICIENTE"
                                             TO WK-MOTIVO-FALHA
                         WHEN AGD-VALOR > ARQ-SALDO - WK-SALDO-RETIDO
                                          + WK-LIMITE-CHEQUE
                            MOVE "SALDO RETIDO" TO WK-MOTIVO-FALHA
                         WHEN OTHER
      *>O TETO DIÁRIO DE DÉBITOS SOMA TODOS OS CANAIS: A ORDEM
      *>ACIMA DO TETO FALHA E VAI PARA O RELATÓRIO DO DIA
                            PERFORM CARREGAR-LIMITE-DIARIO
                            PERFORM LER-ACUMULADO-DIA
                            IF WK-LIMITE-DIA > 0 AND
                               WK-ACUM-DIA + AGD-VALOR > WK-LIMITE-DIA
                               MOVE "LIMITE DIARIO EXCEDIDO"
                                             TO WK-MOTIVO-FALHA
                            ELSE
                               COMPUTE WK-SALDO-ORIGEM =
                                             ARQ-SALDO - AGD-VALOR
                               SET ORDEM-LIBERADA TO TRUE
                            END-IF
                      END-EVALUATE
                   END-IF
           END-READ
           IF ORDEM-LIBERADA AND AGD-CONTA-DESTINO NOT = ZEROS
              PERFORM GRAVAR-FALHA-ORDEM
           END-IF.

      *>--SOMA AS RETENÇÕES ATIVAS DA CONTA (DEPÓSITOS QUE JÁ ESTÃO
      *>--NO SALDO CONTÁBIL MAS AINDA NÃO FORAM LIBERADOS)--
       CALCULAR-SALDO-RETIDO.
           MOVE ZEROS TO WK-SALDO-RETIDO
           IF NOT RETENCOES-DISPONIVEIS
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FLAG-VARREDURA-RETENCAO
           MOVE AGD-NUM-CONTA    TO RTN-NUM-CONTA
           MOVE "00000000000000" TO RTN-DATA-HORA
           MOVE ZEROS            TO RTN-SEQ
           START ARQUIVO-RETENCOES KEY NOT < RTN-CHAVE
              INVALID KEY
                 SET VARREDURA-RETENCAO-ENCERRADA TO TRUE
           END-START
           PERFORM SOMAR-RETENCAO-CONTA
                     UNTIL VARREDURA-RETENCAO-ENCERRADA.

       SOMAR-RETENCAO-CONTA.
           READ ARQUIVO-RETENCOES NEXT RECORD
              AT END
                 SET VARREDURA-RETENCAO-ENCERRADA TO TRUE
              NOT AT END
                 IF RTN-NUM-CONTA NOT = AGD-NUM-CONTA
                    SET VARREDURA-RETENCAO-ENCERRADA TO TRUE
                 ELSE
                    IF RTN-SITUACAO = "A"
                       ADD RTN-VALOR TO WK-SALDO-RETIDO
                    END-IF
                 END-IF
           END-READ.

      *>--CONSULTA O CONTROLE DO DIA OPERACIONAL: SEM DIA ABERTO
      *>--NENHUMA ORDEM É EXECUTADA--
       LER-DIA-OPERACIONAL.
