      *>-----------------IDENTIFICAÇÃO------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBankoLiberaRetencao.
       AUTHOR.        WESLEY A. M.
      *>-----------------AMBIENTE----------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-RETENCOES ASSIGN TO "retencoes.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS RTN-CHAVE
                        FILE STATUS IS FILE-STATUS-RETENCOES.
           SELECT ARQUIVO-CTRL-DIA ASSIGN TO "diactl.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-CTRL-DIA.
      *>------------------DADOS-------------------------
       DATA DIVISION.

       FILE SECTION.
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

       FD ARQUIVO-CTRL-DIA.
       01 REGISTRO-CTRL-DIA.
           05 DIA-DATA            PIC X(8).
           05 DIA-SITUACAO        PIC X(1).

       WORKING-STORAGE SECTION.
      *>----------VARIÁVEIS------------
       01 FILE-STATUS-RETENCOES PIC XX.
       01 FILE-STATUS-CTRL-DIA  PIC XX.
      *>-------DIA OPERACIONAL: A LIBERAÇÃO RODA LOGO DEPOIS DA
      *>-------ABERTURA E VALE PARA A DATA DO DIA ABERTO-------
       01 WK-DATA-DIA           PIC X(8) VALUE SPACES.
       01 FLAG-DIA-STATUS       PIC X VALUE "N".
           88 DIA-ABERTO           VALUE "S".
      *>-------TOTALIZADORES DA LIBERAÇÃO-------
       01 WK-TOTAL-LIBERADAS    PIC 9(6) VALUE ZEROS.
       01 WK-VALOR-LIBERADO     PIC S9(11)V99 VALUE ZEROS.
       01 WK-TOTAL-RETIDAS      PIC 9(6) VALUE ZEROS.
       01 WK-VALOR-RETIDO       PIC S9(11)V99 VALUE ZEROS.
      *>EOF-FIM DO ARQUIVO
       01 EOF-FLAG              PIC X VALUE "N".
           88 FIM-ARQUIVO        VALUE "S".

      *>--------------------LÓGICA----------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LIBERAR-RETENCOES
           STOP RUN.
      *>---LIBERA OS DEPÓSITOS RETIDOS CUJA DATA DE LIBERAÇÃO JÁ
      *>---CHEGOU: A RETENÇÃO PASSA A LIBERADA E O VALOR VOLTA A
      *>---CONTAR NO SALDO DISPONÍVEL DA CONTA (O SALDO CONTÁBIL
      *>---NÃO MUDA — O CRÉDITO ENTROU NO DIA DO DEPÓSITO)---
       LIBERAR-RETENCOES.
           PERFORM LER-DIA-OPERACIONAL
           IF NOT DIA-ABERTO
              DISPLAY "DIA OPERACIONAL FECHADO — RETENÇÕES NAO"
                                              " LIBERADAS."
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO EOF-FLAG
           OPEN I-O ARQUIVO-RETENCOES
           IF FILE-STATUS-RETENCOES = "35"
              DISPLAY "NENHUMA RETENÇÃO REGISTRADA."
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-RETENCOES NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    IF RTN-SITUACAO = "A"
                       PERFORM AVALIAR-RETENCAO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-RETENCOES
           DISPLAY "========== LIBERACAO DE RETENCOES =========="
           DISPLAY "RETENCOES LIBERADAS........: " WK-TOTAL-LIBERADAS
           DISPLAY "VALOR LIBERADO.............: " WK-VALOR-LIBERADO
           DISPLAY "RETENCOES AINDA ATIVAS.....: " WK-TOTAL-RETIDAS
           DISPLAY "VALOR AINDA RETIDO.........: " WK-VALOR-RETIDO.

      *>--RETENÇÃO VENCIDA (LIBERAÇÃO ATÉ O DIA ABERTO) É
      *>--LIBERADA; AS DEMAIS SÓ ENTRAM NO TOTAL DO QUE CONTINUA
      *>--RETIDO--
       AVALIAR-RETENCAO.
           IF RTN-DATA-LIBERACAO NOT > WK-DATA-DIA
              MOVE "L" TO RTN-SITUACAO
              REWRITE REGISTRO-RETENCAO
              ADD 1         TO WK-TOTAL-LIBERADAS
              ADD RTN-VALOR TO WK-VALOR-LIBERADO
           ELSE
              ADD 1         TO WK-TOTAL-RETIDAS
              ADD RTN-VALOR TO WK-VALOR-RETIDO
           END-IF.

      *>--CONSULTA O CONTROLE DO DIA OPERACIONAL: SEM DIA ABERTO
      *>--NENHUMA RETENÇÃO É LIBERADA--
       LER-DIA-OPERACIONAL.
           MOVE "N" TO FLAG-DIA-STATUS
           MOVE SPACES TO WK-DATA-DIA
           OPEN INPUT ARQUIVO-CTRL-DIA
           IF FILE-STATUS-CTRL-DIA = "35"
              EXIT PARAGRAPH
           END-IF
           READ ARQUIVO-CTRL-DIA
              AT END
                 CONTINUE
              NOT AT END
                 MOVE DIA-DATA TO WK-DATA-DIA
                 IF DIA-SITUACAO = "A"
                    SET DIA-ABERTO TO TRUE
                 END-IF
           END-READ
           CLOSE ARQUIVO-CTRL-DIA.
