           SELECT ARQUIVO-CTRL-DIA ASSIGN TO "diactl.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-CTRL-DIA.
           SELECT ARQUIVO-CONTAS ASSIGN TO "contas.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ARQ-NUM-CONTA
                        FILE STATUS IS FILE-STATUS-ARQUIVO.
           SELECT ARQUIVO-CONTROLE ASSIGN TO "controle.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-CONTROLE.
           SELECT ARQUIVO-CTRL-AGENDA ASSIGN TO "controleagd.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-CTRL-AGENDA.
           SELECT ARQUIVO-CTRL-ORDEM ASSIGN TO "controleord.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-CTRL-ORDEM.
           SELECT ARQUIVO-CTRL-PAG ASSIGN TO "controlepag.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-CTRL-PAG.
           SELECT ARQUIVO-CTRL-EMP ASSIGN TO "controleemp.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-CTRL-EMP.
      *>IMAGEM DE ABERTURA DO DIA: CÓPIA DAS CONTAS E DOS
      *>CONTADORES NO MOMENTO DA ABERTURA, PONTO DE PARTIDA DA
      *>RECUPERAÇÃO (COBankoRecuperacao)
           SELECT ARQUIVO-CONTAS-DIA ASSIGN TO "contasdia.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-CONTAS-DIA.
           SELECT ARQUIVO-IMAGEM ASSIGN TO "snapdia.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-IMAGEM.
      *>------------------DADOS-------------------------
       DATA DIVISION.

           05 DIA-DATA        PIC X(8).
           05 DIA-SITUACAO    PIC X(1).

       FD ARQUIVO-CONTAS.
       01 REGISTRO-ARQUIVO.
           05 ARQ-NUM-CONTA PIC 9(6).
           05 ARQ-NOME      PIC X(30).
           05 ARQ-CPF       PIC 9(11).
           05 ARQ-STATUS    PIC X(9).
           05 ARQ-SALDO     PIC S9(5)V99.
           05 ARQ-DATA      PIC X(14).
           05 ARQ-DATA-ENCERRAMENTO PIC X(14).
           05 ARQ-TIPO-CONTA PIC X(10).
           05 ARQ-MOTIVO-BLOQUEIO PIC X(40).
           05 ARQ-REF-BLOQUEIO PIC X(20).

       FD ARQUIVO-CONTROLE.
       01 REGISTRO-CONTROLE.
           05 CTRL-ULTIMO-NUM-CONTA PIC 9(6).

       FD ARQUIVO-CTRL-AGENDA.
       01 REGISTRO-CTRL-AGENDA.
           05 CTRL-ULTIMO-AGD-ID  PIC 9(6).

       FD ARQUIVO-CTRL-ORDEM.
       01 REGISTRO-CTRL-ORDEM.
           05 CTRL-ULTIMO-ORD-ID  PIC 9(6).

       FD ARQUIVO-CTRL-PAG.
       01 REGISTRO-CTRL-PAG.
           05 CTRL-ULTIMO-PAG-ID  PIC 9(6).

       FD ARQUIVO-CTRL-EMP.
       01 REGISTRO-CTRL-EMP.
           05 CTRL-ULTIMO-CONTRATO PIC 9(6).

      *>MESMO LEIAUTE DO REGISTRO DE contas.txt
       FD ARQUIVO-CONTAS-DIA.
       01 REGISTRO-CONTA-DIA    PIC X(161).

      *>DIA ABERTO (AAAAMMDD), MOMENTO DA IMAGEM (AAAAMMDDHHMMSS DO
      *>RELÓGIO), QUANTIDADE DE CONTAS COPIADAS E OS CONTADORES;
      *>GRAVADO POR ÚLTIMO, MARCA QUE A CÓPIA DAS CONTAS ESTÁ INTEIRA
       FD ARQUIVO-IMAGEM.
       01 REGISTRO-IMAGEM.
           05 SNP-DATA-DIA         PIC X(8).
           05 SNP-DATA-HORA        PIC X(14).
           05 SNP-QTD-CONTAS       PIC 9(6).
           05 SNP-ULTIMO-NUM-CONTA PIC 9(6).
           05 SNP-ULTIMO-AGD-ID    PIC 9(6).
           05 SNP-ULTIMO-ORD-ID    PIC 9(6).
           05 SNP-ULTIMO-PAG-ID    PIC 9(6).
           05 SNP-ULTIMO-CONTRATO  PIC 9(6).

       WORKING-STORAGE SECTION.
      *>----------VARIÁVEIS------------
       01 FILE-STATUS-CTRL-DIA  PIC XX.
       01 FILE-STATUS-ARQUIVO   PIC XX.
       01 FILE-STATUS-CONTROLE  PIC XX.
       01 FILE-STATUS-CTRL-AGENDA PIC XX.
       01 FILE-STATUS-CTRL-ORDEM PIC XX.
       01 FILE-STATUS-CTRL-PAG  PIC XX.
       01 FILE-STATUS-CTRL-EMP  PIC XX.
       01 FILE-STATUS-CONTAS-DIA PIC XX.
       01 FILE-STATUS-IMAGEM    PIC XX.
       01 DATA-COMPLETA         PIC X(20).
      *>-------DIA A ABRIR E DIA ANTERIOR NO CONTROLE-------
       01 WK-DATA-ENTRADA       PIC X(8).
       01 WK-SITUACAO-ANTERIOR  PIC X(1) VALUE SPACES.
       01 FLAG-ABERTURA-STATUS  PIC X VALUE "S".
           88 ABERTURA-LIBERADA    VALUE "S".
      *>-------IMAGEM DE ABERTURA-------
       01 FLAG-IMAGEM-STATUS    PIC X VALUE "N".
           88 IMAGEM-GRAVADA       VALUE "S".
       01 WK-QTD-CONTAS-IMAGEM  PIC 9(6) VALUE ZEROS.
       01 FLAG-LEITURA-STATUS   PIC X VALUE "N".
           88 ERRO-NA-LEITURA      VALUE "S".
       01 WK-ULTIMO-NUM-CONTA   PIC 9(6) VALUE ZEROS.
       01 WK-ULTIMO-AGD-ID      PIC 9(6) VALUE ZEROS.
       01 WK-ULTIMO-ORD-ID      PIC 9(6) VALUE ZEROS.
       01 WK-ULTIMO-PAG-ID      PIC 9(6) VALUE ZEROS.
       01 WK-ULTIMO-CONTRATO    PIC 9(6) VALUE ZEROS.
      *>EOF-FIM DO ARQUIVO
       01 EOF-FLAG              PIC X VALUE "N".
           88 FIM-ARQUIVO        VALUE "S".

      *>--------------------LÓGICA----------------------
       PROCEDURE DIVISION.
      *>---ABERTURA DO DIA OPERACIONAL: GRAVA A DATA DO MOVIMENTO E
      *>---A SITUAÇÃO ABERTO NO CONTROLE QUE TODOS OS CANAIS DE
      *>---LANÇAMENTO CONSULTAM; O DIA ANTERIOR PRECISA TER SIDO
      *>---FECHADO E A DATA NUNCA ANDA PARA TRÁS. ANTES DE ABRIR,
      *>---GRAVA A IMAGEM DAS CONTAS E DOS CONTADORES; SEM IMAGEM O
      *>---DIA NÃO ABRE---
       MAIN-PROCEDURE.
           DISPLAY "DATA DO MOVIMENTO (DDMMAAAA, BRANCO = HOJE): "
           ACCEPT WK-DATA-ENTRADA
                        DELIMITED BY SIZE INTO WK-DATA-NOVA
              ELSE
                 DISPLAY "DATA INVÁLIDA — DIA NÃO ABERTO."
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           PERFORM LER-CONTROLE-DIA
           PERFORM VALIDAR-ABERTURA
           IF ABERTURA-LIBERADA
              PERFORM GRAVAR-IMAGEM-DO-DIA
              IF NOT IMAGEM-GRAVADA
                 MOVE "N" TO FLAG-ABERTURA-STATUS
              END-IF
           END-IF
           IF ABERTURA-LIBERADA
              OPEN OUTPUT ARQUIVO-CTRL-DIA
                 MOVE WK-DATA-NOVA TO DIA-DATA
                 WRITE REGISTRO-CTRL-DIA
              CLOSE ARQUIVO-CTRL-DIA
              DISPLAY "DIA OPERACIONAL " WK-DATA-NOVA " ABERTO."
           ELSE
              MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

                 " ABERTO."
              MOVE "N" TO FLAG-ABERTURA-STATUS
           END-IF.

      *>---IMAGEM DE ABERTURA: contas.txt COPIADO PARA contasdia.txt
      *>---E OS CONTADORES EM snapdia.txt. A IMAGEM ANTERIOR É
      *>---ESVAZIADA PRIMEIRO E GRAVADA POR ÚLTIMO, PARA NUNCA VALER
      *>---COM UMA CÓPIA DE CONTAS PELA METADE---
       GRAVAR-IMAGEM-DO-DIA.
           MOVE "N" TO FLAG-IMAGEM-STATUS
           MOVE "N" TO FLAG-LEITURA-STATUS
           OPEN OUTPUT ARQUIVO-IMAGEM
           IF FILE-STATUS-IMAGEM NOT = "00"
              DISPLAY "snapdia.txt NÃO PÔDE SER ESVAZIADO (STATUS "
                 FILE-STATUS-IMAGEM ") — DIA NÃO ABERTO."
              EXIT PARAGRAPH
           END-IF
           CLOSE ARQUIVO-IMAGEM
           MOVE ZEROS TO WK-QTD-CONTAS-IMAGEM
           OPEN INPUT ARQUIVO-CONTAS
           IF FILE-STATUS-ARQUIVO NOT = "00" AND
              FILE-STATUS-ARQUIVO NOT = "35"
              DISPLAY "contas.txt ILEGÍVEL (STATUS "
                 FILE-STATUS-ARQUIVO ") — IMAGEM NÃO GRAVADA,"
                 " DIA NÃO ABERTO."
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARQUIVO-CONTAS-DIA
           IF FILE-STATUS-CONTAS-DIA NOT = "00"
              DISPLAY "contasdia.txt NÃO PÔDE SER CRIADO (STATUS "
                 FILE-STATUS-CONTAS-DIA ")."
              SET ERRO-NA-LEITURA TO TRUE
              IF FILE-STATUS-ARQUIVO = "00"
                 CLOSE ARQUIVO-CONTAS
              END-IF
              DISPLAY "IMAGEM NÃO GRAVADA — DIA NÃO ABERTO."
              EXIT PARAGRAPH
           END-IF
           IF FILE-STATUS-ARQUIVO = "00"
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL FIM-ARQUIVO
                 READ ARQUIVO-CONTAS NEXT RECORD
                    AT END
                       SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                       MOVE REGISTRO-ARQUIVO TO REGISTRO-CONTA-DIA
                       WRITE REGISTRO-CONTA-DIA
                       IF FILE-STATUS-CONTAS-DIA = "00"
                          ADD 1 TO WK-QTD-CONTAS-IMAGEM
                       ELSE
                          DISPLAY "ERRO NA GRAVAÇÃO DE contasdia.txt"
                             " (STATUS " FILE-STATUS-CONTAS-DIA ")."
                          SET ERRO-NA-LEITURA TO TRUE
                          SET FIM-ARQUIVO TO TRUE
                       END-IF
                 END-READ
                 IF FILE-STATUS-ARQUIVO NOT = "00" AND
                    FILE-STATUS-ARQUIVO NOT = "10"
                    DISPLAY "ERRO NA LEITURA DE contas.txt (STATUS "
                       FILE-STATUS-ARQUIVO ")."
                    SET ERRO-NA-LEITURA TO TRUE
                    SET FIM-ARQUIVO TO TRUE
                 END-IF
              END-PERFORM
              CLOSE ARQUIVO-CONTAS
           END-IF
           CLOSE ARQUIVO-CONTAS-DIA
           IF ERRO-NA-LEITURA
              DISPLAY "IMAGEM NÃO GRAVADA — DIA NÃO ABERTO."
              EXIT PARAGRAPH
           END-IF
           PERFORM LER-CONTADORES
           MOVE FUNCTION CURRENT-DATE TO DATA-COMPLETA
           OPEN OUTPUT ARQUIVO-IMAGEM
           IF FILE-STATUS-IMAGEM NOT = "00"
              DISPLAY "snapdia.txt NÃO PÔDE SER CRIADO (STATUS "
                 FILE-STATUS-IMAGEM ") — DIA NÃO ABERTO."
              EXIT PARAGRAPH
           END-IF
              MOVE WK-DATA-NOVA         TO SNP-DATA-DIA
              MOVE DATA-COMPLETA(1:14)  TO SNP-DATA-HORA
              MOVE WK-QTD-CONTAS-IMAGEM TO SNP-QTD-CONTAS
              MOVE WK-ULTIMO-NUM-CONTA  TO SNP-ULTIMO-NUM-CONTA
              MOVE WK-ULTIMO-AGD-ID     TO SNP-ULTIMO-AGD-ID
              MOVE WK-ULTIMO-ORD-ID     TO SNP-ULTIMO-ORD-ID
              MOVE WK-ULTIMO-PAG-ID     TO SNP-ULTIMO-PAG-ID
              MOVE WK-ULTIMO-CONTRATO   TO SNP-ULTIMO-CONTRATO
              WRITE REGISTRO-IMAGEM
           IF FILE-STATUS-IMAGEM NOT = "00"
              DISPLAY "ERRO NA GRAVAÇÃO DE snapdia.txt (STATUS "
                 FILE-STATUS-IMAGEM ") — DIA NÃO ABERTO."
              CLOSE ARQUIVO-IMAGEM
              OPEN OUTPUT ARQUIVO-IMAGEM
              CLOSE ARQUIVO-IMAGEM
              EXIT PARAGRAPH
           END-IF
           CLOSE ARQUIVO-IMAGEM
           SET IMAGEM-GRAVADA TO TRUE
           DISPLAY "IMAGEM DE ABERTURA GRAVADA: "
              WK-QTD-CONTAS-IMAGEM " CONTA(S).".

      *>--CONTADOR AUSENTE OU VAZIO VALE ZERO (NENHUM NÚMERO USADO)--
       LER-CONTADORES.
           MOVE ZEROS TO WK-ULTIMO-NUM-CONTA
           OPEN INPUT ARQUIVO-CONTROLE
           IF FILE-STATUS-CONTROLE NOT = "35"
              READ ARQUIVO-CONTROLE
                 NOT AT END
                    MOVE CTRL-ULTIMO-NUM-CONTA TO WK-ULTIMO-NUM-CONTA
              END-READ
              CLOSE ARQUIVO-CONTROLE
           END-IF
           MOVE ZEROS TO WK-ULTIMO-AGD-ID
           OPEN INPUT ARQUIVO-CTRL-AGENDA
           IF FILE-STATUS-CTRL-AGENDA NOT = "35"
              READ ARQUIVO-CTRL-AGENDA
                 NOT AT END
                    MOVE CTRL-ULTIMO-AGD-ID TO WK-ULTIMO-AGD-ID
              END-READ
              CLOSE ARQUIVO-CTRL-AGENDA
           END-IF
           MOVE ZEROS TO WK-ULTIMO-ORD-ID
           OPEN INPUT ARQUIVO-CTRL-ORDEM
           IF FILE-STATUS-CTRL-ORDEM NOT = "35"
              READ ARQUIVO-CTRL-ORDEM
                 NOT AT END
                    MOVE CTRL-ULTIMO-ORD-ID TO WK-ULTIMO-ORD-ID
              END-READ
              CLOSE ARQUIVO-CTRL-ORDEM
           END-IF
           MOVE ZEROS TO WK-ULTIMO-PAG-ID
           OPEN INPUT ARQUIVO-CTRL-PAG
           IF FILE-STATUS-CTRL-PAG NOT = "35"
              READ ARQUIVO-CTRL-PAG
                 NOT AT END
                    MOVE CTRL-ULTIMO-PAG-ID TO WK-ULTIMO-PAG-ID
              END-READ
              CLOSE ARQUIVO-CTRL-PAG
           END-IF
           MOVE ZEROS TO WK-ULTIMO-CONTRATO
           OPEN INPUT ARQUIVO-CTRL-EMP
           IF FILE-STATUS-CTRL-EMP NOT = "35"
              READ ARQUIVO-CTRL-EMP
                 NOT AT END
                    MOVE CTRL-ULTIMO-CONTRATO TO WK-ULTIMO-CONTRATO
              END-READ
              CLOSE ARQUIVO-CTRL-EMP
           END-IF.
