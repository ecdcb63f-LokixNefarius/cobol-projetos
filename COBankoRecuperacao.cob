      *>-----------------IDENTIFICAÇÃO------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBankoRecuperacao.
       AUTHOR.        WESLEY A. M.
      *>-----------------AMBIENTE----------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CONTAS ASSIGN TO "contas.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ARQ-NUM-CONTA
                        FILE STATUS IS FILE-STATUS-ARQUIVO.
           SELECT ARQUIVO-EXTRATO ASSIGN TO "extrato.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS EXT-CHAVE
                        FILE STATUS IS FILE-STATUS-EXTRATO.
           SELECT ARQUIVO-OPERADORES ASSIGN TO "operadores.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS OPER-ID
                        FILE STATUS IS FILE-STATUS-OPERADORES.
           SELECT ARQUIVO-AUDITORIA ASSIGN TO "auditoria.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-AUDITORIA.
           SELECT ARQUIVO-AGENDA ASSIGN TO "agendamentos.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS AGD-ID
                        FILE STATUS IS FILE-STATUS-AGENDA.
           SELECT ARQUIVO-ORDENS-EXT ASSIGN TO "ordemext.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ORD-ID
                        FILE STATUS IS FILE-STATUS-ORDENS.
           SELECT ARQUIVO-PAGAMENTOS ASSIGN TO "pagamentos.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS PAG-ID
                        FILE STATUS IS FILE-STATUS-PAGAMENTOS.
           SELECT ARQUIVO-EMPRESTIMOS ASSIGN TO "emprestimos.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS EMP-CONTRATO
                        FILE STATUS IS FILE-STATUS-EMPRESTIMOS.
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
           SELECT ARQUIVO-CTRL-DIA ASSIGN TO "diactl.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-CTRL-DIA.
      *>IMAGEM DE ABERTURA GRAVADA PELO COBankoAbreDia
           SELECT ARQUIVO-CONTAS-DIA ASSIGN TO "contasdia.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-CONTAS-DIA.
           SELECT ARQUIVO-IMAGEM ASSIGN TO "snapdia.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-IMAGEM.
      *>O QUE AINDA SE LÊ DO contas.txt AVARIADO, GUARDADO ANTES DE
      *>ELE SER REFEITO (FONTE DAS CONTAS ABERTAS NO DIA)
           SELECT ARQUIVO-CONTAS-AVARIA ASSIGN TO "contasavaria.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-AVARIA.
           SELECT ARQUIVO-RELATORIO ASSIGN TO "recuperacao.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-RELATORIO.
      *>------------------DADOS-------------------------
       DATA DIVISION.

       FILE SECTION.
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

       FD ARQUIVO-EXTRATO.
       01 REGISTRO-EXTRATO.
           05 EXT-CHAVE.
              10 EXT-NUM-CONTA  PIC 9(6).
              10 EXT-DATA-HORA  PIC X(14).
              10 EXT-SEQ        PIC 9(3).
           05 EXT-TIPO       PIC X(10).
           05 EXT-VALOR      PIC S9(9)V99.
           05 EXT-SALDO-APOS PIC S9(5)V99.
           05 EXT-CONTRAPARTIDA PIC 9(6).
           05 EXT-OPERADOR   PIC X(6).
           05 EXT-REF-ESTORNO PIC X(17).

       FD ARQUIVO-OPERADORES.
       01 REGISTRO-OPERADOR.
           05 OPER-ID             PIC X(6).
           05 OPER-NOME           PIC X(30).
           05 OPER-NIVEL          PIC 9(1).

       FD ARQUIVO-AUDITORIA.
       01 REGISTRO-AUDITORIA.
           05 AUD-DATA-HORA       PIC X(14).
           05 AUD-OPERADOR        PIC X(6).
           05 AUD-EVENTO          PIC X(12).
           05 AUD-NUM-CONTA       PIC 9(6).
           05 AUD-RESULTADO       PIC X(20).
           05 AUD-CPF-SOLICITANTE PIC X(11).

       FD ARQUIVO-AGENDA.
       01 REGISTRO-AGENDA.
           05 AGD-ID              PIC 9(6).
           05 AGD-NUM-CONTA       PIC 9(6).
           05 AGD-VALOR           PIC S9(9)V99.
           05 AGD-DIA             PIC 9(2).
           05 AGD-CONTA-DESTINO   PIC 9(6).
           05 AGD-ATIVO           PIC X(1).

       FD ARQUIVO-ORDENS-EXT.
       01 REGISTRO-ORDEM-EXT.
           05 ORD-ID              PIC 9(6).
           05 ORD-NUM-CONTA       PIC 9(6).
           05 ORD-BANCO           PIC 9(3).
           05 ORD-AGENCIA         PIC 9(4).
           05 ORD-CONTA-DEST      PIC X(10).
           05 ORD-VALOR           PIC S9(9)V99.
           05 ORD-DATA            PIC X(8).
           05 ORD-SITUACAO        PIC X(1).

       FD ARQUIVO-PAGAMENTOS.
       01 REGISTRO-PAGAMENTO.
           05 PAG-ID              PIC 9(6).
           05 PAG-NUM-CONTA       PIC 9(6).
           05 PAG-CODIGO-BARRAS   PIC X(44).
           05 PAG-SEGMENTO        PIC X(1).
           05 PAG-VALOR           PIC S9(9)V99.
           05 PAG-VENCIMENTO      PIC X(8).
           05 PAG-DATA            PIC X(8).
           05 PAG-OPERADOR        PIC X(6).
           05 PAG-SITUACAO        PIC X(1).

       FD ARQUIVO-EMPRESTIMOS.
       01 REGISTRO-EMPRESTIMO.
           05 EMP-CONTRATO        PIC 9(6).
           05 EMP-NUM-CONTA       PIC 9(6).
           05 EMP-PRINCIPAL       PIC S9(5)V99.
           05 EMP-TAXA-MES        PIC V9(4).
           05 EMP-PRAZO           PIC 9(3).
           05 EMP-VALOR-PARCELA   PIC S9(5)V99.
           05 EMP-DATA-CONTRATO   PIC X(8).
           05 EMP-PARCELAS-PAGAS  PIC 9(3).
           05 EMP-SITUACAO        PIC X(1).
           05 EMP-OPERADOR        PIC X(6).

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

       FD ARQUIVO-CTRL-DIA.
       01 REGISTRO-CTRL-DIA.
           05 DIA-DATA            PIC X(8).
           05 DIA-SITUACAO        PIC X(1).

      *>MESMO LEIAUTE DO REGISTRO DE contas.txt
       FD ARQUIVO-CONTAS-DIA.
       01 REGISTRO-CONTA-DIA    PIC X(161).

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

       FD ARQUIVO-CONTAS-AVARIA.
       01 REGISTRO-CONTA-AVARIA.
           05 AVR-NUM-CONTA       PIC X(6).
           05 FILLER              PIC X(155).

       FD ARQUIVO-RELATORIO.
       01 REGISTRO-RELATORIO PIC X(100).

       WORKING-STORAGE SECTION.
      *>----------VARIÁVEIS------------
       01 FILE-STATUS-ARQUIVO   PIC XX.
       01 FILE-STATUS-EXTRATO   PIC XX.
       01 FILE-STATUS-OPERADORES PIC XX.
       01 FILE-STATUS-AUDITORIA PIC XX.
       01 FILE-STATUS-AGENDA    PIC XX.
       01 FILE-STATUS-ORDENS    PIC XX.
       01 FILE-STATUS-PAGAMENTOS PIC XX.
       01 FILE-STATUS-EMPRESTIMOS PIC XX.
       01 FILE-STATUS-CONTROLE  PIC XX.
       01 FILE-STATUS-CTRL-AGENDA PIC XX.
       01 FILE-STATUS-CTRL-ORDEM PIC XX.
       01 FILE-STATUS-CTRL-PAG  PIC XX.
       01 FILE-STATUS-CTRL-EMP  PIC XX.
       01 FILE-STATUS-CTRL-DIA  PIC XX.
       01 FILE-STATUS-CONTAS-DIA PIC XX.
       01 FILE-STATUS-IMAGEM    PIC XX.
       01 FILE-STATUS-AVARIA    PIC XX.
       01 FILE-STATUS-RELATORIO PIC XX.
       01 DATA-COMPLETA         PIC X(20).
      *>-------OPERADOR DA SESSÃO E TRILHA DE AUDITORIA-------
       01 OPERADOR-ATUAL     PIC X(6)  VALUE SPACES.
       01 OPERADOR-NIVEL-ATUAL PIC 9(1) VALUE ZEROS.
       01 FLAG-OPERADOR-STATUS PIC X  VALUE "N".
           88 OPERADOR-VALIDO    VALUE "S".
       01 WK-AUD-EVENTO      PIC X(12).
       01 WK-AUD-CONTA       PIC 9(6) VALUE ZEROS.
       01 WK-AUD-RESULTADO   PIC X(20).
      *>-------DIA OPERACIONAL E IMAGEM DE ABERTURA-------
       01 WK-DATA-DIA           PIC X(8) VALUE SPACES.
       01 WK-SITUACAO-DIA       PIC X(1) VALUE SPACES.
       01 FLAG-IMAGEM-STATUS    PIC X VALUE "N".
           88 IMAGEM-VALIDA        VALUE "S".
       01 WK-CONFIRMA           PIC X(1).
      *>-------VALIDAÇÃO DO MOVIMENTO A REAPLICAR-------
       01 WK-VALOR-EFEITO       PIC S9(9)V99.
       01 FLAG-TIPO-STATUS      PIC X VALUE "S".
           88 TIPO-CONHECIDO       VALUE "S".
       01 FLAG-CONTA-STATUS     PIC X VALUE "N".
           88 CONTA-ACHADA         VALUE "S".
       01 FLAG-LEITURA-STATUS   PIC X VALUE "N".
           88 ERRO-NA-LEITURA      VALUE "S".
       01 WK-MOTIVO-PENDENCIA   PIC X(30).
      *>-------SITUAÇÃO REAPLICADA A PARTIR DA TRILHA-------
      *>DATA-HORA DA TRILHA (DDMMAAAAHHMMSS) REORDENADA EM
      *>AAAAMMDDHHMMSS PARA COMPARAR COM O MOMENTO DA IMAGEM
       01 WK-AUD-MOMENTO        PIC X(14).
       01 WK-NOVA-SITUACAO      PIC X(9).
      *>-------CONTADORES: IMAGEM, ARQUIVO ATUAL E MAIOR NÚMERO EM
      *>-------USO NOS CADASTROS; VALE O MAIOR DOS TRÊS-------
       01 WK-NOME-CONTADOR      PIC X(15).
       01 WK-CTR-IMAGEM         PIC 9(6).
       01 WK-CTR-ATUAL          PIC 9(6).
       01 WK-CTR-MAIOR-USADO    PIC 9(6).
       01 WK-CTR-NOVO           PIC 9(6).
       01 WK-MAIOR-CONTA        PIC 9(6) VALUE ZEROS.
       01 WK-MAIOR-ID           PIC 9(6).
      *>-------TOTALIZADORES-------
       01 WK-TOT-AVARIA         PIC 9(6) VALUE ZEROS.
       01 WK-TOT-RESTAURADAS    PIC 9(6) VALUE ZEROS.
       01 WK-QTD-CONTAS-IMAGEM  PIC 9(6) VALUE ZEROS.
       01 WK-TOT-CONTAS-DO-DIA  PIC 9(6) VALUE ZEROS.
       01 WK-TOT-CONTAS-PERDIDAS PIC 9(6) VALUE ZEROS.
       01 WK-TOT-MOVIMENTOS     PIC 9(7) VALUE ZEROS.
       01 WK-TOT-APLICADOS      PIC 9(7) VALUE ZEROS.
       01 WK-TOT-NAO-APLICADOS  PIC 9(7) VALUE ZEROS.
       01 WK-TOT-DIVERGENCIAS   PIC 9(7) VALUE ZEROS.
       01 WK-TOT-SITUACOES      PIC 9(6) VALUE ZEROS.
       01 WK-TOT-PENDENCIAS     PIC 9(7) VALUE ZEROS.
      *>-------LINHAS DO RELATÓRIO-------
       01 LINHA-TEXTO           PIC X(100).
       01 WK-VALOR-EDITADO      PIC -(9)9.99.
       01 WK-SALDO-EDITADO      PIC -(5)9.99.
       01 WK-SALDO-EXT-EDITADO  PIC -(5)9.99.
      *>EOF-FIM DO ARQUIVO
       01 EOF-FLAG              PIC X VALUE "N".
           88 FIM-ARQUIVO        VALUE "S".

      *>--------------------LÓGICA----------------------
       PROCEDURE DIVISION.
      *>---RECUPERAÇÃO DO DIA: REFAZ contas.txt A PARTIR DA IMAGEM
      *>---GRAVADA NA ABERTURA, REAPLICA NA ORDEM DA CHAVE OS
      *>---MOVIMENTOS DO DIA EM extrato.dat E AS MUDANÇAS DE
      *>---SITUAÇÃO DA TRILHA, E RECONSTITUI OS CONTADORES. SÓ
      *>---SUPERVISOR; OS CANAIS DEVEM ESTAR PARADOS DURANTE A
      *>---RECUPERAÇÃO. O QUE NÃO FOR REAPLICADO SAI EM
      *>---recuperacao.txt E O RETORNO FICA 1---
       MAIN-PROCEDURE.
           PERFORM IDENTIFICAR-OPERADOR UNTIL OPERADOR-VALIDO
           IF OPERADOR-NIVEL-ATUAL < 2
              DISPLAY "RECUPERAÇÃO RESTRITA A OPERADOR SUPERVISOR."
              MOVE "RECUPERACAO"  TO WK-AUD-EVENTO
              MOVE "NEGADO-NIVEL" TO WK-AUD-RESULTADO
              PERFORM REGISTRAR-AUDITORIA
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LER-DIA-OPERACIONAL
           PERFORM LER-IMAGEM-DO-DIA
           IF NOT IMAGEM-VALIDA
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY "DIA OPERACIONAL.....: " WK-DATA-DIA(7:2) "/"
              WK-DATA-DIA(5:2) "/" WK-DATA-DIA(1:4)
              " SITUAÇÃO " WK-SITUACAO-DIA
           DISPLAY "IMAGEM DE ABERTURA..: " SNP-DATA-HORA(7:2) "/"
              SNP-DATA-HORA(5:2) "/" SNP-DATA-HORA(1:4) " "
              SNP-DATA-HORA(9:2) ":" SNP-DATA-HORA(11:2) ":"
              SNP-DATA-HORA(13:2) " - " SNP-QTD-CONTAS " CONTA(S)"
           DISPLAY "contas.txt SERÁ REFEITO A PARTIR DA IMAGEM E DO"
              " MOVIMENTO DO DIA."
           DISPLAY "CONFIRMA A RECUPERAÇÃO? (S/N): "
           ACCEPT WK-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WK-CONFIRMA) TO WK-CONFIRMA
           IF WK-CONFIRMA NOT = "S"
              DISPLAY "RECUPERAÇÃO CANCELADA."
              STOP RUN
           END-IF
           OPEN OUTPUT ARQUIVO-RELATORIO
           MOVE SPACES TO LINHA-TEXTO
           STRING "===== RECUPERACAO DO DIA "
                  WK-DATA-DIA(7:2) "/" WK-DATA-DIA(5:2) "/"
                  WK-DATA-DIA(1:4) " - IMAGEM DE "
                  SNP-DATA-HORA(7:2) "/" SNP-DATA-HORA(5:2) "/"
                  SNP-DATA-HORA(1:4) " " SNP-DATA-HORA(9:2) ":"
                  SNP-DATA-HORA(11:2) ":" SNP-DATA-HORA(13:2)
                  " - OPERADOR " OPERADOR-ATUAL " ====="
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
      *>A DORMÊNCIA DA NOITE MARCA CONTAS SEM PASSAR PELA TRILHA
           IF WK-SITUACAO-DIA = "F"
              MOVE "DIA JA FECHADO - CONTAS MARCADAS DORMENTES APOS O"
                 TO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
              MOVE "FECHAMENTO NAO SAO REFEITAS: REEXECUTAR A DORMENCIA"
                 TO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
           END-IF
           PERFORM SALVAR-CONTAS-AVARIADAS
           PERFORM RESTAURAR-IMAGEM
           PERFORM RECUPERAR-CONTAS-DO-DIA
           PERFORM REAPLICAR-MOVIMENTOS
           PERFORM REAPLICAR-SITUACOES
           PERFORM RECONSTITUIR-CONTADORES
           PERFORM EMITIR-RESUMO
           MOVE "RECUPERACAO" TO WK-AUD-EVENTO
           IF WK-TOT-PENDENCIAS > 0
              MOVE "COM-PENDENCIAS" TO WK-AUD-RESULTADO
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE "EFETIVADA"      TO WK-AUD-RESULTADO
           END-IF
           PERFORM REGISTRAR-AUDITORIA
           STOP RUN.

       IDENTIFICAR-OPERADOR.
           DISPLAY "IDENTIFICAÇÃO DO OPERADOR (ID): "
           ACCEPT OPERADOR-ATUAL
           MOVE FUNCTION UPPER-CASE(OPERADOR-ATUAL)
                                            TO OPERADOR-ATUAL
           OPEN INPUT ARQUIVO-OPERADORES
               MOVE OPERADOR-ATUAL TO OPER-ID
               READ ARQUIVO-OPERADORES
                   INVALID KEY
                       DISPLAY "OPERADOR NÃO CADASTRADO."
                   NOT INVALID KEY
                       SET OPERADOR-VALIDO TO TRUE
                       MOVE OPER-NIVEL TO OPERADOR-NIVEL-ATUAL
                       DISPLAY "OPERADOR: " OPER-NOME
               END-READ
           CLOSE ARQUIVO-OPERADORES.

       LER-DIA-OPERACIONAL.
           OPEN INPUT ARQUIVO-CTRL-DIA
           IF FILE-STATUS-CTRL-DIA = "35"
              EXIT PARAGRAPH
           END-IF
           READ ARQUIVO-CTRL-DIA
              AT END
                 CONTINUE
              NOT AT END
                 MOVE DIA-DATA     TO WK-DATA-DIA
                 MOVE DIA-SITUACAO TO WK-SITUACAO-DIA
           END-READ
           CLOSE ARQUIVO-CTRL-DIA.

      *>--A IMAGEM SÓ SERVE PARA O DIA QUE ESTÁ NO CONTROLE: A DE
      *>--OUTRO DIA NÃO TEM O MOVIMENTO DOS DIAS DO MEIO--
       LER-IMAGEM-DO-DIA.
           MOVE "N" TO FLAG-IMAGEM-STATUS
           IF WK-DATA-DIA = SPACES
              DISPLAY "NENHUM DIA OPERACIONAL NO CONTROLE —"
                 " RECUPERAÇÃO NÃO FEITA."
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARQUIVO-IMAGEM
           IF FILE-STATUS-IMAGEM = "35"
              DISPLAY "SEM IMAGEM DE ABERTURA (snapdia.txt) —"
                 " RECUPERAÇÃO NÃO FEITA."
              EXIT PARAGRAPH
           END-IF
           READ ARQUIVO-IMAGEM
              AT END
                 DISPLAY "IMAGEM DE ABERTURA INCOMPLETA —"
                    " RECUPERAÇÃO NÃO FEITA."
              NOT AT END
                 IF SNP-DATA-DIA = WK-DATA-DIA
                    SET IMAGEM-VALIDA TO TRUE
                 ELSE
                    DISPLAY "IMAGEM DE ABERTURA É DO DIA "
                       SNP-DATA-DIA " E O CONTROLE ESTÁ NO DIA "
                       WK-DATA-DIA " — RECUPERAÇÃO NÃO FEITA."
                 END-IF
           END-READ
           CLOSE ARQUIVO-IMAGEM
           IF IMAGEM-VALIDA
              PERFORM CONFERIR-CONTAS-DA-IMAGEM
           END-IF.

      *>--contasdia.txt É CONTADO ANTES DE contas.txt SER REFEITO: A
      *>--CÓPIA QUE NÃO TEM TODAS AS CONTAS DA IMAGEM NÃO SERVE--
       CONFERIR-CONTAS-DA-IMAGEM.
           MOVE ZEROS TO WK-QTD-CONTAS-IMAGEM
           MOVE "N" TO FLAG-LEITURA-STATUS
           OPEN INPUT ARQUIVO-CONTAS-DIA
           IF FILE-STATUS-CONTAS-DIA = "00"
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL FIM-ARQUIVO
                 READ ARQUIVO-CONTAS-DIA
                    AT END
                       SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                       ADD 1 TO WK-QTD-CONTAS-IMAGEM
                 END-READ
                 IF FILE-STATUS-CONTAS-DIA NOT = "00" AND
                    FILE-STATUS-CONTAS-DIA NOT = "10"
                    SET ERRO-NA-LEITURA TO TRUE
                    SET FIM-ARQUIVO TO TRUE
                 END-IF
              END-PERFORM
              CLOSE ARQUIVO-CONTAS-DIA
           ELSE
              IF FILE-STATUS-CONTAS-DIA NOT = "35"
                 SET ERRO-NA-LEITURA TO TRUE
              END-IF
           END-IF
           IF ERRO-NA-LEITURA
              DISPLAY "contasdia.txt ILEGÍVEL (STATUS "
                 FILE-STATUS-CONTAS-DIA ") — RECUPERAÇÃO"
                 " NÃO FEITA."
              MOVE "N" TO FLAG-IMAGEM-STATUS
              EXIT PARAGRAPH
           END-IF
           IF WK-QTD-CONTAS-IMAGEM NOT = SNP-QTD-CONTAS
              DISPLAY "contasdia.txt TEM " WK-QTD-CONTAS-IMAGEM
                 " CONTA(S) E A IMAGEM " SNP-QTD-CONTAS
                 " — RECUPERAÇÃO NÃO FEITA."
              MOVE "N" TO FLAG-IMAGEM-STATUS
           END-IF.

      *>---GUARDA EM contasavaria.txt O QUE AINDA SE LÊ DO
      *>---contas.txt ATUAL, ATÉ O PRIMEIRO ERRO DE LEITURA, ANTES
      *>---DE REFAZÊ-LO---
       SALVAR-CONTAS-AVARIADAS.
           MOVE "--- COPIA DO contas.txt ATUAL (contasavaria.txt) ---"
                                                    TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE "N" TO FLAG-LEITURA-STATUS
           OPEN OUTPUT ARQUIVO-CONTAS-AVARIA
           OPEN INPUT ARQUIVO-CONTAS
           IF FILE-STATUS-ARQUIVO NOT = "00"
              MOVE SPACES TO LINHA-TEXTO
              STRING "contas.txt NAO ABRIU (STATUS "
                     FILE-STATUS-ARQUIVO ") - NADA COPIADO"
                     DELIMITED BY SIZE INTO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
              CLOSE ARQUIVO-CONTAS-AVARIA
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-CONTAS NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    MOVE REGISTRO-ARQUIVO TO REGISTRO-CONTA-AVARIA
                    WRITE REGISTRO-CONTA-AVARIA
                    ADD 1 TO WK-TOT-AVARIA
              END-READ
              IF FILE-STATUS-ARQUIVO NOT = "00" AND
                 FILE-STATUS-ARQUIVO NOT = "10"
                 MOVE SPACES TO LINHA-TEXTO
                 STRING "LEITURA INTERROMPIDA (STATUS "
                        FILE-STATUS-ARQUIVO ") APOS " WK-TOT-AVARIA
                        " CONTA(S)"
                        DELIMITED BY SIZE INTO LINHA-TEXTO
                 PERFORM GRAVAR-LINHA-TEXTO
                 SET FIM-ARQUIVO TO TRUE
              END-IF
           END-PERFORM
           CLOSE ARQUIVO-CONTAS
           CLOSE ARQUIVO-CONTAS-AVARIA
           MOVE SPACES TO LINHA-TEXTO
           STRING "CONTAS COPIADAS: " WK-TOT-AVARIA
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO.

      *>---contas.txt É RECRIADO COM AS CONTAS DA IMAGEM, COMO
      *>---ESTAVAM NA ABERTURA DO DIA---
       RESTAURAR-IMAGEM.
           MOVE "--- RESTAURACAO DA IMAGEM DE ABERTURA ---"
                                                    TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           OPEN OUTPUT ARQUIVO-CONTAS
           OPEN INPUT ARQUIVO-CONTAS-DIA
           IF FILE-STATUS-CONTAS-DIA = "35"
              MOVE "contasdia.txt AUSENTE - NENHUMA CONTA NA IMAGEM"
                                                    TO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
              CLOSE ARQUIVO-CONTAS
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-CONTAS-DIA
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    MOVE REGISTRO-CONTA-DIA TO REGISTRO-ARQUIVO
                    WRITE REGISTRO-ARQUIVO
                       INVALID KEY
                          MOVE SPACES TO LINHA-TEXTO
                          STRING "CONTA " ARQ-NUM-CONTA
                                 " REPETIDA NA IMAGEM - IGNORADA"
                                 DELIMITED BY SIZE INTO LINHA-TEXTO
                          PERFORM GRAVAR-LINHA-TEXTO
                       NOT INVALID KEY
                          ADD 1 TO WK-TOT-RESTAURADAS
                          IF ARQ-NUM-CONTA > WK-MAIOR-CONTA
                             MOVE ARQ-NUM-CONTA TO WK-MAIOR-CONTA
                          END-IF
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-CONTAS-DIA
           CLOSE ARQUIVO-CONTAS
           MOVE SPACES TO LINHA-TEXTO
           STRING "CONTAS RESTAURADAS: " WK-TOT-RESTAURADAS
                  " (IMAGEM: " SNP-QTD-CONTAS ")"
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           IF WK-TOT-RESTAURADAS NOT = SNP-QTD-CONTAS
              MOVE "QUANTIDADE RESTAURADA DIFERE DA IMAGEM"
                                                    TO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
              ADD 1 TO WK-TOT-PENDENCIAS
           END-IF.

      *>---CONTA ABERTA NO DIA (NÚMERO ACIMA DO CONTADOR DA IMAGEM)
      *>---NÃO ESTÁ NA IMAGEM: VOLTA DA CÓPIA AVARIADA COMO FOI
      *>---CRIADA (ATIVA, SALDO ZERO) E O MOVIMENTO DO DIA REFAZ O
      *>---RESTO. A QUE NÃO SE LEU SAI NA CONFERÊNCIA DA TRILHA---
       RECUPERAR-CONTAS-DO-DIA.
           MOVE "--- CONTAS ABERTAS NO DIA ---" TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           OPEN INPUT ARQUIVO-CONTAS-AVARIA
           IF FILE-STATUS-AVARIA = "35"
              EXIT PARAGRAPH
           END-IF
           OPEN I-O ARQUIVO-CONTAS
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-CONTAS-AVARIA
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    IF AVR-NUM-CONTA IS NUMERIC AND
                       AVR-NUM-CONTA > SNP-ULTIMO-NUM-CONTA
                       PERFORM RECRIAR-CONTA-DO-DIA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-CONTAS
           CLOSE ARQUIVO-CONTAS-AVARIA.

       RECRIAR-CONTA-DO-DIA.
           MOVE REGISTRO-CONTA-AVARIA TO REGISTRO-ARQUIVO
           MOVE "ATIVA" TO ARQ-STATUS
           MOVE ZEROS   TO ARQ-SALDO
           MOVE SPACES  TO ARQ-DATA-ENCERRAMENTO
           MOVE SPACES  TO ARQ-MOTIVO-BLOQUEIO
           MOVE SPACES  TO ARQ-REF-BLOQUEIO
           WRITE REGISTRO-ARQUIVO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WK-TOT-CONTAS-DO-DIA
                 IF ARQ-NUM-CONTA > WK-MAIOR-CONTA
                    MOVE ARQ-NUM-CONTA TO WK-MAIOR-CONTA
                 END-IF
                 MOVE SPACES TO LINHA-TEXTO
                 STRING "CONTA " ARQ-NUM-CONTA " " ARQ-NOME
                        " RECRIADA DA COPIA AVARIADA"
                        DELIMITED BY SIZE INTO LINHA-TEXTO
                 PERFORM GRAVAR-LINHA-TEXTO
           END-WRITE.

      *>---MOVIMENTOS DO DIA NA ORDEM DA CHAVE (CONTA, DATA-HORA,
      *>---SEQUÊNCIA). O AJUSTE-MES DOS JUROS LEVA A DATA DO RELÓGIO
      *>---E NÃO A DO DIA OPERACIONAL: ENTRA SE FOR POSTERIOR À
      *>---IMAGEM---
       REAPLICAR-MOVIMENTOS.
           MOVE "--- MOVIMENTOS DO DIA REAPLICADOS ---" TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           OPEN INPUT ARQUIVO-EXTRATO
           IF FILE-STATUS-EXTRATO = "35"
              MOVE "extrato.dat AUSENTE - NENHUM MOVIMENTO"
                                                    TO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
              EXIT PARAGRAPH
           END-IF
           OPEN I-O ARQUIVO-CONTAS
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-EXTRATO NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    IF EXT-DATA-HORA(1:8) = WK-DATA-DIA OR
                       (EXT-TIPO = "AJUSTE-MES" AND
                        EXT-DATA-HORA NOT < SNP-DATA-HORA)
                       PERFORM REAPLICAR-MOVIMENTO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-CONTAS
           CLOSE ARQUIVO-EXTRATO.

      *>--SOMA O EFEITO DO MOVIMENTO NO SALDO E CONFERE COM O SALDO
      *>--QUE O LANÇAMENTO GRAVOU NO EXTRATO--
       REAPLICAR-MOVIMENTO.
           ADD 1 TO WK-TOT-MOVIMENTOS
           PERFORM CLASSIFICAR-MOVIMENTO
           IF NOT TIPO-CONHECIDO
              MOVE "TIPO DE MOVIMENTO DESCONHECIDO"
                                           TO WK-MOTIVO-PENDENCIA
              PERFORM LISTAR-NAO-APLICADO
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FLAG-CONTA-STATUS
           MOVE EXT-NUM-CONTA TO ARQ-NUM-CONTA
           READ ARQUIVO-CONTAS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET CONTA-ACHADA TO TRUE
           END-READ
           IF NOT CONTA-ACHADA
              MOVE "CONTA INEXISTENTE" TO WK-MOTIVO-PENDENCIA
              PERFORM LISTAR-NAO-APLICADO
              EXIT PARAGRAPH
           END-IF
           ADD WK-VALOR-EFEITO TO ARQ-SALDO
              ON SIZE ERROR
                 MOVE "SALDO FORA DA CAPACIDADE"
                                           TO WK-MOTIVO-PENDENCIA
                 PERFORM LISTAR-NAO-APLICADO
                 EXIT PARAGRAPH
           END-ADD
           REWRITE REGISTRO-ARQUIVO
           ADD 1 TO WK-TOT-APLICADOS
           IF ARQ-SALDO NOT = EXT-SALDO-APOS
              ADD 1 TO WK-TOT-DIVERGENCIAS
              MOVE ARQ-SALDO      TO WK-SALDO-EDITADO
              MOVE EXT-SALDO-APOS TO WK-SALDO-EXT-EDITADO
              MOVE SPACES TO LINHA-TEXTO
              STRING "DIVERGENTE " EXT-NUM-CONTA " "
                     EXT-DATA-HORA " " EXT-SEQ " " EXT-TIPO
                     " SALDO REFEITO " WK-SALDO-EDITADO
                     " NO EXTRATO " WK-SALDO-EXT-EDITADO
                     DELIMITED BY SIZE INTO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
           END-IF.

       LISTAR-NAO-APLICADO.
           ADD 1 TO WK-TOT-NAO-APLICADOS
           MOVE EXT-VALOR TO WK-VALOR-EDITADO
           MOVE SPACES TO LINHA-TEXTO
           STRING "NAO APLICADO " EXT-NUM-CONTA " " EXT-DATA-HORA
                  " " EXT-SEQ " " EXT-TIPO " " WK-VALOR-EDITADO
                  " - " WK-MOTIVO-PENDENCIA
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO.

      *>--EFEITO NO SALDO POR TIPO DE MOVIMENTO, O MESMO DA
      *>--CONCILIAÇÃO: CRÉDITO SOMA, DÉBITO SUBTRAI, E O ESTORNO E O
      *>--AJUSTE MENSAL TRAZEM O SINAL NO VALOR. O TRANSPORTE DE
      *>--SALDO (SALDO-ANT) NÃO É MOVIMENTO: O SALDO QUE ELE TRAZ JÁ
      *>--ESTÁ NA IMAGEM, ENTÃO NÃO MEXE NO SALDO--
       CLASSIFICAR-MOVIMENTO.
           MOVE "S" TO FLAG-TIPO-STATUS
           MOVE ZEROS TO WK-VALOR-EFEITO
           EVALUATE EXT-TIPO
              WHEN "DEPOSITO"
                 MOVE EXT-VALOR TO WK-VALOR-EFEITO
              WHEN "TRANSF-REC"
                 MOVE EXT-VALOR TO WK-VALOR-EFEITO
              WHEN "AGD-REC"
                 MOVE EXT-VALOR TO WK-VALOR-EFEITO
              WHEN "LOTE-DEP"
                 MOVE EXT-VALOR TO WK-VALOR-EFEITO
              WHEN "LOTE-SAQ"
                 COMPUTE WK-VALOR-EFEITO = 0 - EXT-VALOR
              WHEN "SAQUE"
                 COMPUTE WK-VALOR-EFEITO = 0 - EXT-VALOR
              WHEN "TRANSF-ENV"
                 COMPUTE WK-VALOR-EFEITO = 0 - EXT-VALOR
              WHEN "AGD-DEB"
                 COMPUTE WK-VALOR-EFEITO = 0 - EXT-VALOR
              WHEN "AGD-ENV"
                 COMPUTE WK-VALOR-EFEITO = 0 - EXT-VALOR
              WHEN "TRANSF-EXT"
                 COMPUTE WK-VALOR-EFEITO = 0 - EXT-VALOR
              WHEN "DEV-EXT"
                 MOVE EXT-VALOR TO WK-VALOR-EFEITO
              WHEN "PAGAMENTO"
                 COMPUTE WK-VALOR-EFEITO = 0 - EXT-VALOR
              WHEN "LOTE-PAG"
                 COMPUTE WK-VALOR-EFEITO = 0 - EXT-VALOR
              WHEN "DEV-PAG"
                 MOVE EXT-VALOR TO WK-VALOR-EFEITO
              WHEN "EMPRESTIMO"
                 MOVE EXT-VALOR TO WK-VALOR-EFEITO
              WHEN "PARC-EMP"
                 COMPUTE WK-VALOR-EFEITO = 0 - EXT-VALOR
              WHEN "TARIFA"
                 COMPUTE WK-VALOR-EFEITO = 0 - EXT-VALOR
              WHEN "AJUSTE-MES"
                 MOVE EXT-VALOR TO WK-VALOR-EFEITO
              WHEN "SALDO-ANT"
                 MOVE ZEROS TO WK-VALOR-EFEITO
              WHEN "ESTORNO"
                 MOVE EXT-VALOR TO WK-VALOR-EFEITO
              WHEN OTHER
                 MOVE "N" TO FLAG-TIPO-STATUS
           END-EVALUATE.

      *>---MUDANÇAS DE SITUAÇÃO NÃO PASSAM PELO EXTRATO: VÊM DA
      *>---TRILHA DE AUDITORIA, DOS EVENTOS EFETIVADOS DEPOIS DA
      *>---IMAGEM. A CRIAÇÃO DE CONTA SÓ É CONFERIDA: A CONTA JÁ
      *>---DEVIA TER VOLTADO DA CÓPIA AVARIADA---
       REAPLICAR-SITUACOES.
           MOVE "--- SITUACOES REAPLICADAS DA TRILHA ---"
                                                    TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           OPEN INPUT ARQUIVO-AUDITORIA
           IF FILE-STATUS-AUDITORIA = "35"
              MOVE "auditoria.txt AUSENTE - NENHUMA SITUACAO"
                                                    TO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
              EXIT PARAGRAPH
           END-IF
           OPEN I-O ARQUIVO-CONTAS
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-AUDITORIA
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    IF AUD-DATA-HORA IS NUMERIC
                       STRING AUD-DATA-HORA(5:4) AUD-DATA-HORA(3:2)
                              AUD-DATA-HORA(1:2) AUD-DATA-HORA(9:6)
                              DELIMITED BY SIZE INTO WK-AUD-MOMENTO
                       IF WK-AUD-MOMENTO NOT < SNP-DATA-HORA
                          PERFORM REAPLICAR-EVENTO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-CONTAS
           CLOSE ARQUIVO-AUDITORIA.

       REAPLICAR-EVENTO.
           MOVE SPACES TO WK-NOVA-SITUACAO
           EVALUATE AUD-EVENTO
              WHEN "CRIACAO"
                 IF AUD-RESULTADO = "EFETIVADA"
                    PERFORM CONFERIR-CONTA-CRIADA
                 END-IF
              WHEN "BLOQUEIO"
                 IF AUD-RESULTADO NOT = "NEGADO-NIVEL"
                    MOVE "BLOQUEADA" TO WK-NOVA-SITUACAO
                 END-IF
              WHEN "DESBLOQUEIO"
                 IF AUD-RESULTADO = "EFETIVADO"
                    MOVE "ATIVA" TO WK-NOVA-SITUACAO
                 END-IF
              WHEN "REATIVACAO"
                 IF AUD-RESULTADO = "EFETIVADA" OR
                    AUD-RESULTADO = "DORMENTE-ACORDADA"
                    MOVE "ATIVA" TO WK-NOVA-SITUACAO
                 END-IF
              WHEN "ENCERRAMENTO"
                 IF AUD-RESULTADO = "EFETIVADO"
                    MOVE "INATIVA" TO WK-NOVA-SITUACAO
                 END-IF
           END-EVALUATE
           IF WK-NOVA-SITUACAO NOT = SPACES
              PERFORM APLICAR-SITUACAO
           END-IF.

       CONFERIR-CONTA-CRIADA.
           IF AUD-NUM-CONTA > WK-MAIOR-CONTA
              MOVE AUD-NUM-CONTA TO WK-MAIOR-CONTA
           END-IF
           MOVE AUD-NUM-CONTA TO ARQ-NUM-CONTA
           READ ARQUIVO-CONTAS
              INVALID KEY
                 ADD 1 TO WK-TOT-CONTAS-PERDIDAS
                 MOVE SPACES TO LINHA-TEXTO
                 STRING "CONTA " AUD-NUM-CONTA " CRIADA NO DIA "
                        "NAO RECUPERADA - AUSENTE DA COPIA AVARIADA"
                        DELIMITED BY SIZE INTO LINHA-TEXTO
                 PERFORM GRAVAR-LINHA-TEXTO
              NOT INVALID KEY
                 CONTINUE
           END-READ.

      *>--O BLOQUEIO GUARDA NA TRILHA SÓ A REFERÊNCIA (OFÍCIO/
      *>--PROCESSO); O MOTIVO FICA EM BRANCO E É AVISADO. O
      *>--ENCERRAMENTO TEM A MESMA DATA-HORA DA TRILHA--
       APLICAR-SITUACAO.
           MOVE AUD-NUM-CONTA TO ARQ-NUM-CONTA
           READ ARQUIVO-CONTAS
              INVALID KEY
                 ADD 1 TO WK-TOT-NAO-APLICADOS
                 MOVE SPACES TO LINHA-TEXTO
                 STRING "NAO APLICADO " AUD-EVENTO " CONTA "
                        AUD-NUM-CONTA " EM " AUD-DATA-HORA
                        " - CONTA INEXISTENTE"
                        DELIMITED BY SIZE INTO LINHA-TEXTO
                 PERFORM GRAVAR-LINHA-TEXTO
              NOT INVALID KEY
                 MOVE WK-NOVA-SITUACAO TO ARQ-STATUS
                 EVALUATE AUD-EVENTO
                    WHEN "BLOQUEIO"
                       MOVE SPACES        TO ARQ-MOTIVO-BLOQUEIO
                       MOVE AUD-RESULTADO TO ARQ-REF-BLOQUEIO
                    WHEN "DESBLOQUEIO"
                       MOVE SPACES TO ARQ-MOTIVO-BLOQUEIO
                       MOVE SPACES TO ARQ-REF-BLOQUEIO
                    WHEN "ENCERRAMENTO"
                       MOVE AUD-DATA-HORA TO ARQ-DATA-ENCERRAMENTO
                    WHEN "REATIVACAO"
                       IF AUD-RESULTADO = "EFETIVADA"
                          MOVE SPACES TO ARQ-DATA-ENCERRAMENTO
                       END-IF
                 END-EVALUATE
                 REWRITE REGISTRO-ARQUIVO
                 ADD 1 TO WK-TOT-SITUACOES
                 MOVE SPACES TO LINHA-TEXTO
                 STRING AUD-EVENTO " CONTA " AUD-NUM-CONTA " EM "
                        AUD-DATA-HORA " - SITUACAO " ARQ-STATUS
                        DELIMITED BY SIZE INTO LINHA-TEXTO
                 PERFORM GRAVAR-LINHA-TEXTO
                 IF AUD-EVENTO = "BLOQUEIO"
                    MOVE SPACES TO LINHA-TEXTO
                    STRING "  MOTIVO DO BLOQUEIO NAO CONSTA DA TRILHA"
                           " - REGISTRAR DE NOVO"
                           DELIMITED BY SIZE INTO LINHA-TEXTO
                    PERFORM GRAVAR-LINHA-TEXTO
                 END-IF
           END-READ.

      *>---CADA CONTADOR VOLTA AO MAIOR ENTRE A IMAGEM, O ARQUIVO DE
      *>---CONTROLE ATUAL E O MAIOR NÚMERO JÁ USADO NO CADASTRO, PARA
      *>---NENHUM NÚMERO SER DADO DUAS VEZES---
       RECONSTITUIR-CONTADORES.
           MOVE "--- CONTADORES RECONSTITUIDOS ---" TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           PERFORM RECONSTITUIR-CTRL-CONTA
           PERFORM RECONSTITUIR-CTRL-AGENDA
           PERFORM RECONSTITUIR-CTRL-ORDEM
           PERFORM RECONSTITUIR-CTRL-PAG
           PERFORM RECONSTITUIR-CTRL-EMP.

       RECONSTITUIR-CTRL-CONTA.
           MOVE ZEROS TO WK-CTR-ATUAL
           OPEN INPUT ARQUIVO-CONTROLE
           IF FILE-STATUS-CONTROLE NOT = "35"
              READ ARQUIVO-CONTROLE
                 NOT AT END
                    IF CTRL-ULTIMO-NUM-CONTA IS NUMERIC
                       MOVE CTRL-ULTIMO-NUM-CONTA TO WK-CTR-ATUAL
                    END-IF
              END-READ
              CLOSE ARQUIVO-CONTROLE
           END-IF
           MOVE "controle.txt"       TO WK-NOME-CONTADOR
           MOVE SNP-ULTIMO-NUM-CONTA TO WK-CTR-IMAGEM
           MOVE WK-MAIOR-CONTA       TO WK-CTR-MAIOR-USADO
           PERFORM ESCOLHER-CONTADOR
           OPEN OUTPUT ARQUIVO-CONTROLE
              MOVE WK-CTR-NOVO TO CTRL-ULTIMO-NUM-CONTA
              WRITE REGISTRO-CONTROLE
           CLOSE ARQUIVO-CONTROLE.

       RECONSTITUIR-CTRL-AGENDA.
           MOVE ZEROS TO WK-CTR-ATUAL
           OPEN INPUT ARQUIVO-CTRL-AGENDA
           IF FILE-STATUS-CTRL-AGENDA NOT = "35"
              READ ARQUIVO-CTRL-AGENDA
                 NOT AT END
                    IF CTRL-ULTIMO-AGD-ID IS NUMERIC
                       MOVE CTRL-ULTIMO-AGD-ID TO WK-CTR-ATUAL
                    END-IF
              END-READ
              CLOSE ARQUIVO-CTRL-AGENDA
           END-IF
           MOVE ZEROS TO WK-MAIOR-ID
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARQUIVO-AGENDA
           IF FILE-STATUS-AGENDA NOT = "35"
              PERFORM UNTIL FIM-ARQUIVO
                 READ ARQUIVO-AGENDA NEXT RECORD
                    AT END
                       SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                       IF AGD-ID > WK-MAIOR-ID
                          MOVE AGD-ID TO WK-MAIOR-ID
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQUIVO-AGENDA
           END-IF
           MOVE "controleagd.txt" TO WK-NOME-CONTADOR
           MOVE SNP-ULTIMO-AGD-ID TO WK-CTR-IMAGEM
           MOVE WK-MAIOR-ID       TO WK-CTR-MAIOR-USADO
           PERFORM ESCOLHER-CONTADOR
           OPEN OUTPUT ARQUIVO-CTRL-AGENDA
              MOVE WK-CTR-NOVO TO CTRL-ULTIMO-AGD-ID
              WRITE REGISTRO-CTRL-AGENDA
           CLOSE ARQUIVO-CTRL-AGENDA.

       RECONSTITUIR-CTRL-ORDEM.
           MOVE ZEROS TO WK-CTR-ATUAL
           OPEN INPUT ARQUIVO-CTRL-ORDEM
           IF FILE-STATUS-CTRL-ORDEM NOT = "35"
              READ ARQUIVO-CTRL-ORDEM
                 NOT AT END
                    IF CTRL-ULTIMO-ORD-ID IS NUMERIC
                       MOVE CTRL-ULTIMO-ORD-ID TO WK-CTR-ATUAL
                    END-IF
              END-READ
              CLOSE ARQUIVO-CTRL-ORDEM
           END-IF
           MOVE ZEROS TO WK-MAIOR-ID
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARQUIVO-ORDENS-EXT
           IF FILE-STATUS-ORDENS NOT = "35"
              PERFORM UNTIL FIM-ARQUIVO
                 READ ARQUIVO-ORDENS-EXT NEXT RECORD
                    AT END
                       SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                       IF ORD-ID > WK-MAIOR-ID
                          MOVE ORD-ID TO WK-MAIOR-ID
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQUIVO-ORDENS-EXT
           END-IF
           MOVE "controleord.txt" TO WK-NOME-CONTADOR
           MOVE SNP-ULTIMO-ORD-ID TO WK-CTR-IMAGEM
           MOVE WK-MAIOR-ID       TO WK-CTR-MAIOR-USADO
           PERFORM ESCOLHER-CONTADOR
           OPEN OUTPUT ARQUIVO-CTRL-ORDEM
              MOVE WK-CTR-NOVO TO CTRL-ULTIMO-ORD-ID
              WRITE REGISTRO-CTRL-ORDEM
           CLOSE ARQUIVO-CTRL-ORDEM.

       RECONSTITUIR-CTRL-PAG.
           MOVE ZEROS TO WK-CTR-ATUAL
           OPEN INPUT ARQUIVO-CTRL-PAG
           IF FILE-STATUS-CTRL-PAG NOT = "35"
              READ ARQUIVO-CTRL-PAG
                 NOT AT END
                    IF CTRL-ULTIMO-PAG-ID IS NUMERIC
                       MOVE CTRL-ULTIMO-PAG-ID TO WK-CTR-ATUAL
                    END-IF
              END-READ
              CLOSE ARQUIVO-CTRL-PAG
           END-IF
           MOVE ZEROS TO WK-MAIOR-ID
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARQUIVO-PAGAMENTOS
           IF FILE-STATUS-PAGAMENTOS NOT = "35"
              PERFORM UNTIL FIM-ARQUIVO
                 READ ARQUIVO-PAGAMENTOS NEXT RECORD
                    AT END
                       SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                       IF PAG-ID > WK-MAIOR-ID
                          MOVE PAG-ID TO WK-MAIOR-ID
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQUIVO-PAGAMENTOS
           END-IF
           MOVE "controlepag.txt" TO WK-NOME-CONTADOR
           MOVE SNP-ULTIMO-PAG-ID TO WK-CTR-IMAGEM
           MOVE WK-MAIOR-ID       TO WK-CTR-MAIOR-USADO
           PERFORM ESCOLHER-CONTADOR
           OPEN OUTPUT ARQUIVO-CTRL-PAG
              MOVE WK-CTR-NOVO TO CTRL-ULTIMO-PAG-ID
              WRITE REGISTRO-CTRL-PAG
           CLOSE ARQUIVO-CTRL-PAG.

       RECONSTITUIR-CTRL-EMP.
           MOVE ZEROS TO WK-CTR-ATUAL
           OPEN INPUT ARQUIVO-CTRL-EMP
           IF FILE-STATUS-CTRL-EMP NOT = "35"
              READ ARQUIVO-CTRL-EMP
                 NOT AT END
                    IF CTRL-ULTIMO-CONTRATO IS NUMERIC
                       MOVE CTRL-ULTIMO-CONTRATO TO WK-CTR-ATUAL
                    END-IF
              END-READ
              CLOSE ARQUIVO-CTRL-EMP
           END-IF
           MOVE ZEROS TO WK-MAIOR-ID
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARQUIVO-EMPRESTIMOS
           IF FILE-STATUS-EMPRESTIMOS NOT = "35"
              PERFORM UNTIL FIM-ARQUIVO
                 READ ARQUIVO-EMPRESTIMOS NEXT RECORD
                    AT END
                       SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                       IF EMP-CONTRATO > WK-MAIOR-ID
                          MOVE EMP-CONTRATO TO WK-MAIOR-ID
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQUIVO-EMPRESTIMOS
           END-IF
           MOVE "controleemp.txt"   TO WK-NOME-CONTADOR
           MOVE SNP-ULTIMO-CONTRATO TO WK-CTR-IMAGEM
           MOVE WK-MAIOR-ID         TO WK-CTR-MAIOR-USADO
           PERFORM ESCOLHER-CONTADOR
           OPEN OUTPUT ARQUIVO-CTRL-EMP
              MOVE WK-CTR-NOVO TO CTRL-ULTIMO-CONTRATO
              WRITE REGISTRO-CTRL-EMP
           CLOSE ARQUIVO-CTRL-EMP.

       ESCOLHER-CONTADOR.
           MOVE WK-CTR-IMAGEM TO WK-CTR-NOVO
           IF WK-CTR-ATUAL > WK-CTR-NOVO
              MOVE WK-CTR-ATUAL TO WK-CTR-NOVO
           END-IF
           IF WK-CTR-MAIOR-USADO > WK-CTR-NOVO
              MOVE WK-CTR-MAIOR-USADO TO WK-CTR-NOVO
           END-IF
           MOVE SPACES TO LINHA-TEXTO
           STRING WK-NOME-CONTADOR " IMAGEM " WK-CTR-IMAGEM
                  " ATUAL " WK-CTR-ATUAL " MAIOR EM USO "
                  WK-CTR-MAIOR-USADO " GRAVADO " WK-CTR-NOVO
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO.

       GRAVAR-LINHA-TEXTO.
           MOVE LINHA-TEXTO TO REGISTRO-RELATORIO
           WRITE REGISTRO-RELATORIO.

       EMITIR-RESUMO.
           COMPUTE WK-TOT-PENDENCIAS = WK-TOT-PENDENCIAS +
                   WK-TOT-NAO-APLICADOS + WK-TOT-DIVERGENCIAS +
                   WK-TOT-CONTAS-PERDIDAS
           MOVE SPACES TO LINHA-TEXTO
           STRING "MOVIMENTOS DO DIA: " WK-TOT-MOVIMENTOS
                  " APLICADOS: " WK-TOT-APLICADOS
                  " NAO APLICADOS: " WK-TOT-NAO-APLICADOS
                  " DIVERGENTES: " WK-TOT-DIVERGENCIAS
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           CLOSE ARQUIVO-RELATORIO
           DISPLAY "========== RECUPERAÇÃO DO DIA =========="
           DISPLAY "CONTAS COPIADAS DO ARQUIVO ATUAL: " WK-TOT-AVARIA
           DISPLAY "CONTAS RESTAURADAS DA IMAGEM....: "
                                             WK-TOT-RESTAURADAS
           DISPLAY "CONTAS ABERTAS NO DIA RECRIADAS.: "
                                             WK-TOT-CONTAS-DO-DIA
           DISPLAY "CONTAS DO DIA NÃO RECUPERADAS...: "
                                             WK-TOT-CONTAS-PERDIDAS
           DISPLAY "MOVIMENTOS DO DIA...............: "
                                             WK-TOT-MOVIMENTOS
           DISPLAY "MOVIMENTOS REAPLICADOS..........: "
                                             WK-TOT-APLICADOS
           DISPLAY "MOVIMENTOS NÃO APLICADOS........: "
                                             WK-TOT-NAO-APLICADOS
           DISPLAY "SALDOS DIVERGENTES DO EXTRATO...: "
                                             WK-TOT-DIVERGENCIAS
           DISPLAY "SITUAÇÕES REAPLICADAS...........: "
                                             WK-TOT-SITUACOES
           IF WK-TOT-PENDENCIAS > 0
              DISPLAY "RECUPERAÇÃO COM PENDÊNCIAS — VERIFICAR"
                 " recuperacao.txt."
           ELSE
              DISPLAY "RECUPERAÇÃO CONCLUÍDA SEM PENDÊNCIAS."
           END-IF.

      *>--MESMO LEIAUTE DO REGISTRAR-AUDITORIA DO ATENDIMENTO--
       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO DATA-COMPLETA
           OPEN EXTEND ARQUIVO-AUDITORIA
           IF FILE-STATUS-AUDITORIA = "35"
              OPEN OUTPUT ARQUIVO-AUDITORIA
           END-IF
           MOVE DATA-COMPLETA(7:2)  TO AUD-DATA-HORA(1:2)
           MOVE DATA-COMPLETA(5:2)  TO AUD-DATA-HORA(3:2)
           MOVE DATA-COMPLETA(1:4)  TO AUD-DATA-HORA(5:4)
           MOVE DATA-COMPLETA(9:6)  TO AUD-DATA-HORA(9:6)
           MOVE OPERADOR-ATUAL   TO AUD-OPERADOR
           MOVE WK-AUD-EVENTO    TO AUD-EVENTO
           MOVE WK-AUD-CONTA     TO AUD-NUM-CONTA
           MOVE WK-AUD-RESULTADO TO AUD-RESULTADO
           MOVE SPACES           TO AUD-CPF-SOLICITANTE
           WRITE REGISTRO-AUDITORIA
           CLOSE ARQUIVO-AUDITORIA.
