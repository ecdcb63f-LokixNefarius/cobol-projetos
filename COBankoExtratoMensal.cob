                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS CLI-CPF
                        FILE STATUS IS FILE-STATUS-CLIENTES.
           SELECT ARQUIVO-TITULARES ASSIGN TO "titulares.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS TIT-CHAVE
                        FILE STATUS IS FILE-STATUS-TITULARES.
           SELECT ARQUIVO-EXTRATO ASSIGN TO "extrato.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
           05 CLI-TELEFONE        PIC X(15).
           05 CLI-EMAIL           PIC X(40).

       FD ARQUIVO-TITULARES.
       01 REGISTRO-TITULAR.
           05 TIT-CHAVE.
              10 TIT-NUM-CONTA    PIC 9(6).
              10 TIT-CPF          PIC 9(11).
           05 TIT-PAPEL           PIC X(2).
           05 TIT-DATA-INCLUSAO   PIC X(14).

       FD ARQUIVO-EXTRATO.
       01 REGISTRO-EXTRATO.
           05 EXT-CHAVE.
       01 FILE-STATUS-CLIENTES  PIC XX.
       01 FILE-STATUS-EXTRATO   PIC XX.
       01 FILE-STATUS-IMPRESSO  PIC XX.
       01 FILE-STATUS-TITULARES PIC XX.
      *>-------CO-TITULARES DA CONTA NO CABEÇALHO-------
       01 FLAG-TITULARES-STATUS PIC X VALUE "N".
           88 TITULARES-DISPONIVEIS VALUE "S".
       01 FLAG-FIM-TITULARES    PIC X VALUE "N".
           88 FIM-TITULARES-CONTA  VALUE "S".
       01 WK-NOME-COTITULAR     PIC X(30).
       01 WK-ASSINATURA         PIC X(8).
      *>-------COMPETÊNCIA PEDIDA (AAAAMM)-------
       01 WK-COMPETENCIA        PIC X(6).
       01 FLAG-COMP-STATUS      PIC X VALUE "N".
              PERFORM GERAR-EXTRATOS-MENSAIS
           ELSE
              DISPLAY "COMPETÊNCIA INVÁLIDA — NADA FOI GERADO."
              MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
      *>---PARA CADA CONTA DO CADASTRO, RELÊ OS MOVIMENTOS PELA
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQUIVO-CLIENTES
           OPEN INPUT ARQUIVO-TITULARES
           IF FILE-STATUS-TITULARES = "00"
              SET TITULARES-DISPONIVEIS TO TRUE
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-CONTAS NEXT RECORD
                 AT END
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-CLIENTES
           IF TITULARES-DISPONIVEIS
              CLOSE ARQUIVO-TITULARES
           END-IF
           CLOSE ARQUIVO-EXTRATO
           CLOSE ARQUIVO-CONTAS
           DISPLAY "========== EXTRATOS MENSAIS =========="
              WHEN "DEV-EXT"
                 MOVE EXT-VALOR TO WK-VALOR-EFEITO
                 MOVE "DEVOLUCAO DE OUTRO BANCO" TO WK-DESCRICAO
              WHEN "PAGAMENTO"
                 COMPUTE WK-VALOR-EFEITO = 0 - EXT-VALOR
                 MOVE "PAGAMENTO DE BOLETO" TO WK-DESCRICAO
              WHEN "LOTE-PAG"
                 COMPUTE WK-VALOR-EFEITO = 0 - EXT-VALOR
                 MOVE "PAGAMENTO VIA PARCEIRO" TO WK-DESCRICAO
              WHEN "DEV-PAG"
                 MOVE EXT-VALOR TO WK-VALOR-EFEITO
                 MOVE "DEVOLUCAO DE PAGAMENTO" TO WK-DESCRICAO
              WHEN "EMPRESTIMO"
                 MOVE EXT-VALOR TO WK-VALOR-EFEITO
                 MOVE "CREDITO DE EMPRESTIMO" TO WK-DESCRICAO
              WHEN "PARC-EMP"
                 COMPUTE WK-VALOR-EFEITO = 0 - EXT-VALOR
                 MOVE "PARCELA DE EMPRESTIMO" TO WK-DESCRICAO
              WHEN "TARIFA"
                 COMPUTE WK-VALOR-EFEITO = 0 - EXT-VALOR
                 MOVE "TARIFA POR OPERACAO" TO WK-DESCRICAO
              WHEN OTHER
                 MOVE "N" TO FLAG-TIPO-STATUS
                 DISPLAY "TIPO DE MOVIMENTO DESCONHECIDO: " EXT-TIPO
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           PERFORM GRAVAR-CABECALHO-CLIENTE
           IF TITULARES-DISPONIVEIS
              PERFORM GRAVAR-CABECALHO-COTITULARES
           END-IF
           MOVE WK-SALDO-ABERTURA TO WK-VALOR-EDITADO
           MOVE SPACES TO LINHA-TEXTO
           STRING "SALDO DE ABERTURA: " WK-VALOR-EDITADO
                   PERFORM GRAVAR-LINHA-TEXTO
           END-READ.

      *>--CONTA CONJUNTA: UMA LINHA POR CO-TITULAR, COM O NOME DO
      *>--CADASTRO DE CLIENTES E A FORMA DE ASSINATURA DO VÍNCULO
      *>--(E = CONJUNTA, OU = ISOLADA)--
       GRAVAR-CABECALHO-COTITULARES.
           MOVE "N" TO FLAG-FIM-TITULARES
           MOVE ARQ-NUM-CONTA TO TIT-NUM-CONTA
           MOVE ZEROS         TO TIT-CPF
           START ARQUIVO-TITULARES KEY NOT < TIT-CHAVE
              INVALID KEY
                 SET FIM-TITULARES-CONTA TO TRUE
           END-START
           PERFORM GRAVAR-LINHA-COTITULAR UNTIL FIM-TITULARES-CONTA.

       GRAVAR-LINHA-COTITULAR.
           READ ARQUIVO-TITULARES NEXT RECORD
              AT END
                 SET FIM-TITULARES-CONTA TO TRUE
              NOT AT END
                 IF TIT-NUM-CONTA NOT = ARQ-NUM-CONTA
                    SET FIM-TITULARES-CONTA TO TRUE
                 ELSE
                    MOVE TIT-CPF TO CLI-CPF
                    READ ARQUIVO-CLIENTES
                        INVALID KEY
                            MOVE SPACES TO WK-NOME-COTITULAR
                        NOT INVALID KEY
                            MOVE CLI-NOME TO WK-NOME-COTITULAR
                    END-READ
                    IF TIT-PAPEL = "E"
                       MOVE "CONJUNTA" TO WK-ASSINATURA
                    ELSE
                       MOVE "ISOLADA"  TO WK-ASSINATURA
                    END-IF
                    MOVE SPACES TO LINHA-TEXTO
                    STRING "CO-TITULAR: " WK-NOME-COTITULAR
                           "  CPF: " TIT-CPF
                           "  ASSINATURA: " WK-ASSINATURA
                           DELIMITED BY SIZE INTO LINHA-TEXTO
                    PERFORM GRAVAR-LINHA-TEXTO
                 END-IF
           END-READ.

       GRAVAR-LINHA-MOVIMENTO.
           MOVE SPACES TO IMP-DATA
           STRING EXT-DATA-HORA(7:2) "/" EXT-DATA-HORA(5:2) "/"
