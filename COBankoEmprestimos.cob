      *>-----------------IDENTIFICAÇÃO------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBankoEmprestimos.
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
           SELECT ARQUIVO-EMPRESTIMOS ASSIGN TO "emprestimos.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS EMP-CONTRATO
                        FILE STATUS IS FILE-STATUS-EMPRESTIMOS.
           SELECT ARQUIVO-PARCELAS ASSIGN TO "parcelas.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS PAR-CHAVE
                        FILE STATUS IS FILE-STATUS-PARCELAS.
           SELECT ARQUIVO-EXTRATO ASSIGN TO "extrato.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS EXT-CHAVE
                        FILE STATUS IS FILE-STATUS-EXTRATO.
           SELECT ARQUIVO-PRODUTOS ASSIGN TO "produtos.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS PRD-TIPO-CONTA
                        FILE STATUS IS FILE-STATUS-PRODUTOS.
           SELECT ARQUIVO-CTRL-DIA ASSIGN TO "diactl.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-CTRL-DIA.
           SELECT ARQUIVO-RAZAO ASSIGN TO "razao.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-RAZAO.
      *>RELATÓRIO DE INADIMPLÊNCIA: POSIÇÃO DAS PARCELAS VENCIDAS
      *>E NÃO PAGAS AO FIM DA CORRIDA
           SELECT ARQUIVO-RELATORIO ASSIGN TO "inadimplencia.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-RELATORIO.
           SELECT ARQUIVO-RETENCOES ASSIGN TO "retencoes.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS RTN-CHAVE
                        FILE STATUS IS FILE-STATUS-RETENCOES.
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

       FD ARQUIVO-PARCELAS.
       01 REGISTRO-PARCELA.
           05 PAR-CHAVE.
              10 PAR-CONTRATO     PIC 9(6).
              10 PAR-NUMERO       PIC 9(3).
           05 PAR-NUM-CONTA       PIC 9(6).
           05 PAR-VENCIMENTO      PIC X(8).
           05 PAR-VALOR           PIC S9(5)V99.
           05 PAR-AMORTIZACAO     PIC S9(5)V99.
           05 PAR-JUROS           PIC S9(5)V99.
           05 PAR-MORA            PIC S9(5)V99.
           05 PAR-SITUACAO        PIC X(1).
           05 PAR-DATA-PAGTO      PIC X(8).

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

       FD ARQUIVO-PRODUTOS.
       01 REGISTRO-PRODUTO.
           05 PRD-TIPO-CONTA      PIC X(10).
           05 PRD-TAXA-JUROS      PIC V9(4).
           05 PRD-TARIFA          PIC S9(5)V99.
           05 PRD-DATA-VIGENCIA   PIC X(8).
           05 PRD-LIMITE-CHEQUE   PIC S9(5)V99.
           05 PRD-TAXA-CHEQUE     PIC V9(4).
           05 PRD-LIMITE-DIARIO   PIC S9(7)V99.

       FD ARQUIVO-CTRL-DIA.
       01 REGISTRO-CTRL-DIA.
           05 DIA-DATA            PIC X(8).
           05 DIA-SITUACAO        PIC X(1).

       FD ARQUIVO-RAZAO.
       01 REGISTRO-RAZAO      PIC X(66).

       FD ARQUIVO-RELATORIO.
       01 REGISTRO-RELATORIO  PIC X(100).

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
       01 FILE-STATUS-EMPRESTIMOS PIC XX.
       01 FILE-STATUS-PARCELAS  PIC XX.
       01 FILE-STATUS-EXTRATO   PIC XX.
       01 FILE-STATUS-PRODUTOS  PIC XX.
       01 FILE-STATUS-CTRL-DIA  PIC XX.
       01 FILE-STATUS-RELATORIO PIC XX.
       01 DATA-COMPLETA         PIC X(20).
      *>-------DIA OPERACIONAL: AS PARCELAS SÓ SÃO DEBITADAS COM O
      *>-------DIA ABERTO E OS MOVIMENTOS CARIMBAM A DATA DO DIA-------
       01 WK-DATA-DIA           PIC X(8) VALUE SPACES.
       01 WK-DATA-DIA-NUM       PIC 9(8).
       01 FLAG-DIA-STATUS       PIC X VALUE "N".
           88 DIA-ABERTO           VALUE "S".
      *>-------CHEQUE ESPECIAL DA CONTA EM ANÁLISE-------
       01 WK-LIMITE-CHEQUE      PIC S9(5)V99 VALUE ZEROS.
       01 FLAG-PRODUTOS-STATUS  PIC X VALUE "N".
           88 PRODUTOS-DISPONIVEIS VALUE "S".
      *>-------DEPÓSITOS AINDA RETIDOS DA CONTA EM ANÁLISE: A
      *>-------PARCELA SÓ USA O SALDO DISPONÍVEL-------
       01 FILE-STATUS-RETENCOES PIC XX.
       01 WK-SALDO-RETIDO       PIC S9(9)V99 VALUE ZEROS.
       01 FLAG-RETENCOES-STATUS PIC X VALUE "N".
           88 RETENCOES-DISPONIVEIS VALUE "S".
       01 FLAG-VARREDURA-RETENCAO PIC X VALUE "N".
           88 VARREDURA-RETENCAO-ENCERRADA VALUE "S".
      *>-------ENCARGOS DE ATRASO: MULTA ÚNICA SOBRE A PARCELA E
      *>-------JUROS DE MORA AO MÊS, PRO RATA DIE-------
       01 WK-PERC-MULTA         PIC V9(4) VALUE 0.0200.
       01 WK-TAXA-MORA-MES      PIC V9(4) VALUE 0.0100.
      *>-------PARCELA EM ANÁLISE-------
       01 WK-DATA-VENC-NUM      PIC 9(8).
       01 WK-DIAS-ATRASO        PIC S9(5).
       01 WK-MORA-CALC          PIC S9(5)V99.
       01 WK-VALOR-DEVIDO       PIC S9(7)V99.
       01 WK-JUROS-RECEBIDOS    PIC S9(7)V99.
       01 WK-MOTIVO-ATRASO      PIC X(20).
       01 FLAG-PARCELA-STATUS   PIC X VALUE "N".
           88 PARCELA-LIBERADA     VALUE "S".
      *>-------GRAVAÇÃO NO EXTRATO INDEXADO-------
       01 FLAG-EXT-GRAVACAO     PIC X VALUE "N".
           88 EXTRATO-GRAVADO      VALUE "S".
      *>-------PARTIDAS DO RAZÃO INTERNO-------
       01 FILE-STATUS-RAZAO  PIC XX.
       01 WK-RZO-CTA-DEBITO  PIC X(14).
       01 WK-RZO-CTA-CREDITO PIC X(14).
       01 WK-RZO-VALOR       PIC 9(9)V99.
       01 WK-RZO-TIPO-MOV    PIC X(10).
       01 WK-RZO-CONTA-DEB   PIC 9(6).
       01 WK-RZO-TIPO-DEB    PIC X(10).
       01 WK-RZO-CONTA-CRED  PIC 9(6).
       01 WK-RZO-TIPO-CRED   PIC X(10).
       01 LINHA-RAZAO.
           05 RZO-DATA        PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RZO-CONTA-RAZAO PIC X(14).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RZO-DC          PIC X(1).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RZO-VALOR       PIC 9(9)V99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RZO-NUM-CONTA   PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RZO-TIPO-CONTA  PIC X(10).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RZO-TIPO-MOV    PIC X(10).
      *>-------LINHAS DO RELATÓRIO DE INADIMPLÊNCIA-------
       01 LINHA-TEXTO           PIC X(100).
       01 LINHA-INADIMPLENCIA.
           05 INA-CONTRATO    PIC 9(6).
           05 FILLER          PIC X(1) VALUE "/".
           05 INA-PARCELA     PIC 9(3).
           05 FILLER          PIC X(7) VALUE " CONTA ".
           05 INA-NUM-CONTA   PIC 9(6).
           05 FILLER          PIC X(6) VALUE " VENC ".
           05 INA-VENCIMENTO  PIC X(10).
           05 FILLER          PIC X(6) VALUE " DIAS ".
           05 INA-DIAS        PIC ZZZZ9.
           05 FILLER          PIC X(7) VALUE " VALOR ".
           05 INA-VALOR       PIC -(5)9.99.
           05 FILLER          PIC X(6) VALUE " MORA ".
           05 INA-MORA        PIC -(5)9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 INA-MOTIVO      PIC X(20).
       01 WK-VALOR-EDITADO      PIC -(9)9.99.
      *>-------TOTALIZADORES DO LOTE-------
       01 WK-TOTAL-PAGAS        PIC 9(6) VALUE ZEROS.
       01 WK-TOTAL-ATRASADAS    PIC 9(6) VALUE ZEROS.
       01 WK-TOTAL-QUITADOS     PIC 9(6) VALUE ZEROS.
       01 WK-TOTAL-RECEBIDO     PIC S9(9)V99 VALUE ZEROS.
       01 WK-TOTAL-EM-ATRASO    PIC S9(9)V99 VALUE ZEROS.
      *>-------CHAVE MONOTÔNICA POR CONTA NA GRAVAÇÃO DO EXTRATO
      *>-------(DIA ABERTO ATRAVESSANDO A MEIA-NOITE FAZ O RELÓGIO
      *>-------"VOLTAR" DENTRO DA MESMA DATA DO MOVIMENTO)-------
       01 WK-REG-EXTRATO-GUARDA PIC X(80).
       01 WK-ULTIMA-CHAVE-CONTA PIC X(17).
       01 FLAG-VARREDURA-CHAVE PIC X VALUE "N".
           88 VARREDURA-ENCERRADA VALUE "S".
      *>EOF-FIM DO ARQUIVO
       01 EOF-FLAG              PIC X VALUE "N".
           88 FIM-ARQUIVO        VALUE "S".

      *>--------------------LÓGICA----------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PROCESSAR-PARCELAS
           STOP RUN.
      *>---PERCORRE O CRONOGRAMA NA ORDEM DA CHAVE (CONTRATO E
      *>---PARCELA, ENTÃO A PARCELA MAIS ANTIGA DE CADA CONTRATO É
      *>---COBRADA PRIMEIRO) E TENTA DEBITAR TODA PARCELA PENDENTE
      *>---OU ATRASADA JÁ VENCIDA; A QUE NÃO PUDER SER DEBITADA
      *>---FICA ATRASADA, COM OS ENCARGOS RECALCULADOS, E SAI NO
      *>---RELATÓRIO DE INADIMPLÊNCIA---
       PROCESSAR-PARCELAS.
           PERFORM LER-DIA-OPERACIONAL
           IF NOT DIA-ABERTO
              DISPLAY "DIA OPERACIONAL FECHADO — PARCELAS NAO"
                                              " PROCESSADAS."
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE WK-DATA-DIA TO WK-DATA-DIA-NUM
           MOVE "N" TO EOF-FLAG
           OPEN I-O ARQUIVO-PARCELAS
           IF FILE-STATUS-PARCELAS = "35"
              DISPLAY "NENHUM EMPRÉSTIMO CONTRATADO."
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQUIVO-EMPRESTIMOS
           IF FILE-STATUS-EMPRESTIMOS = "35"
              DISPLAY "NENHUM EMPRÉSTIMO CONTRATADO."
              CLOSE ARQUIVO-PARCELAS
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQUIVO-CONTAS
           IF FILE-STATUS-ARQUIVO = "35"
              DISPLAY "NENHUMA CONTA CADASTRADA."
              CLOSE ARQUIVO-EMPRESTIMOS
              CLOSE ARQUIVO-PARCELAS
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQUIVO-EXTRATO
           IF FILE-STATUS-EXTRATO = "35"
              OPEN OUTPUT ARQUIVO-EXTRATO
              CLOSE ARQUIVO-EXTRATO
              OPEN I-O ARQUIVO-EXTRATO
           END-IF.
      *>SEM O CADASTRO DE PRODUTOS A COBRANÇA SEGUE, SÓ QUE SEM
      *>CHEQUE ESPECIAL (LIMITE ZERO, A REGRA HISTÓRICA)
           OPEN INPUT ARQUIVO-PRODUTOS
           IF FILE-STATUS-PRODUTOS = "00"
              SET PRODUTOS-DISPONIVEIS TO TRUE
           END-IF
      *>SEM O ARQUIVO DE RETENÇÕES NENHUM DEPÓSITO ESTÁ RETIDO
           OPEN INPUT ARQUIVO-RETENCOES
           IF FILE-STATUS-RETENCOES = "00"
              SET RETENCOES-DISPONIVEIS TO TRUE
           END-IF
           OPEN OUTPUT ARQUIVO-RELATORIO
           MOVE "========== INADIMPLENCIA DE EMPRESTIMOS =========="
                                                   TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE SPACES TO LINHA-TEXTO
           STRING "DIA OPERACIONAL: " WK-DATA-DIA(7:2) "/"
                  WK-DATA-DIA(5:2) "/" WK-DATA-DIA(1:4)
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-PARCELAS NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    IF (PAR-SITUACAO = "P" OR PAR-SITUACAO = "A")
                       AND PAR-VENCIMENTO NOT > WK-DATA-DIA
                       PERFORM COBRAR-PARCELA
                    END-IF
              END-READ
           END-PERFORM
           MOVE WK-TOTAL-EM-ATRASO TO WK-VALOR-EDITADO
           MOVE SPACES TO LINHA-TEXTO
           STRING "PARCELAS EM ATRASO: " WK-TOTAL-ATRASADAS
                  "  TOTAL DEVIDO: " WK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           CLOSE ARQUIVO-RELATORIO
           IF PRODUTOS-DISPONIVEIS
              CLOSE ARQUIVO-PRODUTOS
           END-IF
           IF RETENCOES-DISPONIVEIS
              CLOSE ARQUIVO-RETENCOES
           END-IF
           CLOSE ARQUIVO-EXTRATO
           CLOSE ARQUIVO-CONTAS
           CLOSE ARQUIVO-EMPRESTIMOS
           CLOSE ARQUIVO-PARCELAS
           DISPLAY "========== PARCELAS DE EMPRESTIMO =========="
           DISPLAY "PARCELAS DEBITADAS.........: " WK-TOTAL-PAGAS
           DISPLAY "VALOR RECEBIDO.............: " WK-TOTAL-RECEBIDO
           DISPLAY "CONTRATOS QUITADOS.........: " WK-TOTAL-QUITADOS
           DISPLAY "PARCELAS EM ATRASO.........: " WK-TOTAL-ATRASADAS
           DISPLAY "VALOR EM ATRASO............: "
                                             WK-TOTAL-EM-ATRASO.

      *>--VALIDA E DEBITA UMA PARCELA: CONTA ATIVA, PODENDO USAR O
      *>--CHEQUE ESPECIAL DO PRODUTO COMO NO BALCÃO. A PARCELA É
      *>--DÉBITO CONTRATUAL DO PRÓPRIO BANCO E NÃO PASSA PELO TETO
      *>--DIÁRIO DE DÉBITOS DO CLIENTE--
       COBRAR-PARCELA.
           MOVE "N" TO FLAG-PARCELA-STATUS
           MOVE SPACES TO WK-MOTIVO-ATRASO
           PERFORM CALCULAR-MORA-PARCELA
           COMPUTE WK-VALOR-DEVIDO = PAR-VALOR + WK-MORA-CALC
           MOVE PAR-NUM-CONTA TO ARQ-NUM-CONTA
           READ ARQUIVO-CONTAS
               INVALID KEY
                   MOVE "CONTA INEXISTENTE" TO WK-MOTIVO-ATRASO
               NOT INVALID KEY
                   IF ARQ-STATUS NOT = "ATIVA"
                      MOVE "CONTA NAO ATIVA" TO WK-MOTIVO-ATRASO
                   ELSE
      *>DEPÓSITO AINDA RETIDO NÃO PAGA PARCELA
                      PERFORM CARREGAR-LIMITE-CHEQUE
                      PERFORM CALCULAR-SALDO-RETIDO
                      EVALUATE TRUE
                         WHEN WK-VALOR-DEVIDO >
                              ARQ-SALDO + WK-LIMITE-CHEQUE
                            MOVE "SALDO INSUFICIENTE"
                                             TO WK-MOTIVO-ATRASO
                         WHEN WK-VALOR-DEVIDO > ARQ-SALDO
                              - WK-SALDO-RETIDO + WK-LIMITE-CHEQUE
                            MOVE "SALDO RETIDO" TO WK-MOTIVO-ATRASO
                         WHEN OTHER
                            SET PARCELA-LIBERADA TO TRUE
                      END-EVALUATE
                   END-IF
           END-READ
           IF PARCELA-LIBERADA
              PERFORM DEBITAR-PARCELA
           ELSE
              PERFORM MARCAR-PARCELA-ATRASADA
           END-IF.

      *>--ENCARGOS RECALCULADOS A CADA CORRIDA A PARTIR DO
      *>--VENCIMENTO (RODAR O LOTE DUAS VEZES NO DIA NÃO COBRA EM
      *>--DOBRO): MULTA NO PRIMEIRO DIA DE ATRASO MAIS MORA DIÁRIA--
       CALCULAR-MORA-PARCELA.
           MOVE PAR-VENCIMENTO TO WK-DATA-VENC-NUM
           COMPUTE WK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WK-DATA-DIA-NUM) -
                   FUNCTION INTEGER-OF-DATE(WK-DATA-VENC-NUM)
           IF WK-DIAS-ATRASO > 0
              COMPUTE WK-MORA-CALC ROUNDED =
                      PAR-VALOR * WK-PERC-MULTA +
                      PAR-VALOR * WK-TAXA-MORA-MES *
                      WK-DIAS-ATRASO / 30
           ELSE
              MOVE ZEROS TO WK-DIAS-ATRASO
              MOVE ZEROS TO WK-MORA-CALC
           END-IF.

      *>--DEBITA A CONTA E BAIXA A PARCELA; NO RAZÃO A AMORTIZAÇÃO
      *>--VOLTA PARA A CARTEIRA EMPREST-REC E OS JUROS DA PARCELA,
      *>--SOMADOS AOS ENCARGOS DE ATRASO, SÃO RECEITA REC-JUROS-EMP--
       DEBITAR-PARCELA.
           COMPUTE ARQ-SALDO = ARQ-SALDO - WK-VALOR-DEVIDO
           REWRITE REGISTRO-ARQUIVO
           PERFORM REGISTRAR-DEBITO-PARCELA
           MOVE "DEP-CLIENTES"  TO WK-RZO-CTA-DEBITO
           MOVE "EMPREST-REC"   TO WK-RZO-CTA-CREDITO
           MOVE PAR-AMORTIZACAO TO WK-RZO-VALOR
           MOVE "PARC-EMP"      TO WK-RZO-TIPO-MOV
           MOVE PAR-NUM-CONTA   TO WK-RZO-CONTA-DEB
                                   WK-RZO-CONTA-CRED
           MOVE ARQ-TIPO-CONTA  TO WK-RZO-TIPO-DEB
                                   WK-RZO-TIPO-CRED
           PERFORM GRAVAR-PARTIDAS-RAZAO
           COMPUTE WK-JUROS-RECEBIDOS = PAR-JUROS + WK-MORA-CALC
           IF WK-JUROS-RECEBIDOS > 0
              MOVE "DEP-CLIENTES"  TO WK-RZO-CTA-DEBITO
              MOVE "REC-JUROS-EMP" TO WK-RZO-CTA-CREDITO
              MOVE WK-JUROS-RECEBIDOS TO WK-RZO-VALOR
              PERFORM GRAVAR-PARTIDAS-RAZAO
           END-IF
           MOVE WK-MORA-CALC TO PAR-MORA
           MOVE "G"          TO PAR-SITUACAO
           MOVE WK-DATA-DIA  TO PAR-DATA-PAGTO
           REWRITE REGISTRO-PARCELA
           PERFORM ATUALIZAR-CONTRATO
           ADD 1 TO WK-TOTAL-PAGAS
           ADD WK-VALOR-DEVIDO TO WK-TOTAL-RECEBIDO.

      *>--CONTA A PARCELA PAGA NO CONTRATO; A ÚLTIMA QUITA--
       ATUALIZAR-CONTRATO.
           MOVE PAR-CONTRATO TO EMP-CONTRATO
           READ ARQUIVO-EMPRESTIMOS
               INVALID KEY
                   DISPLAY "CONTRATO " PAR-CONTRATO
                                        " NAO ENCONTRADO."
               NOT INVALID KEY
                   ADD 1 TO EMP-PARCELAS-PAGAS
                   IF EMP-PARCELAS-PAGAS NOT < EMP-PRAZO
                      MOVE "Q" TO EMP-SITUACAO
                      ADD 1 TO WK-TOTAL-QUITADOS
                   END-IF
                   REWRITE REGISTRO-EMPRESTIMO
           END-READ.

       MARCAR-PARCELA-ATRASADA.
           MOVE WK-MORA-CALC TO PAR-MORA
           MOVE "A"          TO PAR-SITUACAO
           REWRITE REGISTRO-PARCELA
           ADD 1 TO WK-TOTAL-ATRASADAS
           ADD WK-VALOR-DEVIDO TO WK-TOTAL-EM-ATRASO
           MOVE PAR-CONTRATO  TO INA-CONTRATO
           MOVE PAR-NUMERO    TO INA-PARCELA
           MOVE PAR-NUM-CONTA TO INA-NUM-CONTA
           MOVE SPACES TO INA-VENCIMENTO
           STRING PAR-VENCIMENTO(7:2) "/" PAR-VENCIMENTO(5:2) "/"
                  PAR-VENCIMENTO(1:4)
                  DELIMITED BY SIZE INTO INA-VENCIMENTO
           MOVE WK-DIAS-ATRASO   TO INA-DIAS
           MOVE PAR-VALOR        TO INA-VALOR
           MOVE WK-MORA-CALC     TO INA-MORA
           MOVE WK-MOTIVO-ATRASO TO INA-MOTIVO
           MOVE LINHA-INADIMPLENCIA TO REGISTRO-RELATORIO
           WRITE REGISTRO-RELATORIO.

      *>--MOVIMENTO DE DÉBITO DA PARCELA (VALOR COM ENCARGOS)--
       REGISTRAR-DEBITO-PARCELA.
           MOVE FUNCTION CURRENT-DATE TO DATA-COMPLETA
           MOVE PAR-NUM-CONTA     TO EXT-NUM-CONTA
           MOVE WK-DATA-DIA       TO EXT-DATA-HORA(1:8)
           MOVE DATA-COMPLETA(9:6) TO EXT-DATA-HORA(9:6)
           MOVE "PARC-EMP"        TO EXT-TIPO
           MOVE WK-VALOR-DEVIDO   TO EXT-VALOR
           MOVE ARQ-SALDO         TO EXT-SALDO-APOS
           MOVE ZEROS             TO EXT-CONTRAPARTIDA
           MOVE "EMPRES"          TO EXT-OPERADOR
           MOVE SPACES            TO EXT-REF-ESTORNO
           PERFORM GRAVAR-REGISTRO-EXTRATO.

      *>--CONSULTA O CONTROLE DO DIA OPERACIONAL: SEM DIA ABERTO
      *>--NENHUMA PARCELA É DEBITADA--
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

      *>--SOMA AS RETENÇÕES ATIVAS DA CONTA (DEPÓSITOS QUE JÁ ESTÃO
      *>--NO SALDO CONTÁBIL MAS AINDA NÃO FORAM LIBERADOS)--
       CALCULAR-SALDO-RETIDO.
           MOVE ZEROS TO WK-SALDO-RETIDO
           IF NOT RETENCOES-DISPONIVEIS
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FLAG-VARREDURA-RETENCAO
           MOVE PAR-NUM-CONTA    TO RTN-NUM-CONTA
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
                 IF RTN-NUM-CONTA NOT = PAR-NUM-CONTA
                    SET VARREDURA-RETENCAO-ENCERRADA TO TRUE
                 ELSE
                    IF RTN-SITUACAO = "A"
                       ADD RTN-VALOR TO WK-SALDO-RETIDO
                    END-IF
                 END-IF
           END-READ.

      *>--LIMITE DO CHEQUE ESPECIAL DO PRODUTO DA CONTA EM ANÁLISE
      *>--(TIPO SEM PRODUTO CADASTRADO OPERA SEM LIMITE)--
       CARREGAR-LIMITE-CHEQUE.
           MOVE ZEROS TO WK-LIMITE-CHEQUE
           IF NOT PRODUTOS-DISPONIVEIS
              EXIT PARAGRAPH
           END-IF
           MOVE ARQ-TIPO-CONTA TO PRD-TIPO-CONTA
           READ ARQUIVO-PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PRD-LIMITE-CHEQUE TO WK-LIMITE-CHEQUE
           END-READ.

      *>--GRAVA O REGISTRO JÁ MONTADO, AVANÇANDO A SEQUÊNCIA
      *>--QUANDO HOUVER OUTRO MOVIMENTO DA CONTA NO MESMO SEGUNDO;
      *>--ANTES, GARANTE QUE A CHAVE NÃO FICA ATRÁS DO ÚLTIMO
      *>--MOVIMENTO JÁ GRAVADO DA CONTA (A CADEIA DA CONCILIAÇÃO
      *>--EXIGE CHAVE CRESCENTE POR CONTA)--
       GRAVAR-REGISTRO-EXTRATO.
           PERFORM AJUSTAR-CHAVE-MONOTONICA
           MOVE "N" TO FLAG-EXT-GRAVACAO
           PERFORM TENTAR-GRAVAR-EXTRATO
                     UNTIL EXTRATO-GRAVADO OR EXT-SEQ = 999.

       AJUSTAR-CHAVE-MONOTONICA.
           MOVE REGISTRO-EXTRATO TO WK-REG-EXTRATO-GUARDA
           MOVE SPACES TO WK-ULTIMA-CHAVE-CONTA
           MOVE "N" TO FLAG-VARREDURA-CHAVE
           MOVE ZEROS TO EXT-SEQ
           START ARQUIVO-EXTRATO KEY NOT < EXT-CHAVE
              INVALID KEY
                 SET VARREDURA-ENCERRADA TO TRUE
           END-START
           PERFORM VARRER-CHAVES-POSTERIORES
                     UNTIL VARREDURA-ENCERRADA
           MOVE WK-REG-EXTRATO-GUARDA TO REGISTRO-EXTRATO
           IF WK-ULTIMA-CHAVE-CONTA NOT = SPACES
              MOVE WK-ULTIMA-CHAVE-CONTA(1:14) TO EXT-DATA-HORA
              MOVE WK-ULTIMA-CHAVE-CONTA(15:3) TO EXT-SEQ
           ELSE
              MOVE ZEROS TO EXT-SEQ
           END-IF.

       VARRER-CHAVES-POSTERIORES.
           READ ARQUIVO-EXTRATO NEXT RECORD
              AT END
                 SET VARREDURA-ENCERRADA TO TRUE
              NOT AT END
                 IF EXT-NUM-CONTA NOT =
                    WK-REG-EXTRATO-GUARDA(1:6)
                    SET VARREDURA-ENCERRADA TO TRUE
                 ELSE
                    MOVE EXT-DATA-HORA TO
                                   WK-ULTIMA-CHAVE-CONTA(1:14)
                    MOVE EXT-SEQ TO WK-ULTIMA-CHAVE-CONTA(15:3)
                 END-IF
           END-READ.

       TENTAR-GRAVAR-EXTRATO.
           ADD 1 TO EXT-SEQ
           WRITE REGISTRO-EXTRATO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET EXTRATO-GRAVADO TO TRUE
           END-WRITE.

      *>--PARTIDAS DOBRADAS DO RAZÃO INTERNO: CADA LANÇAMENTO GERA
      *>--UM DÉBITO E UM CRÉDITO DE MESMO VALOR EM razao.txt--
       GRAVAR-PARTIDAS-RAZAO.
           OPEN EXTEND ARQUIVO-RAZAO
           IF FILE-STATUS-RAZAO = "35"
              OPEN OUTPUT ARQUIVO-RAZAO
           END-IF
           MOVE WK-RZO-CTA-DEBITO  TO RZO-CONTA-RAZAO
           MOVE "D"                TO RZO-DC
           MOVE WK-RZO-CONTA-DEB   TO RZO-NUM-CONTA
           MOVE WK-RZO-TIPO-DEB    TO RZO-TIPO-CONTA
           PERFORM GRAVAR-LINHA-RAZAO
           MOVE WK-RZO-CTA-CREDITO TO RZO-CONTA-RAZAO
           MOVE "C"                TO RZO-DC
           MOVE WK-RZO-CONTA-CRED  TO RZO-NUM-CONTA
           MOVE WK-RZO-TIPO-CRED   TO RZO-TIPO-CONTA
           PERFORM GRAVAR-LINHA-RAZAO
           CLOSE ARQUIVO-RAZAO.

       GRAVAR-LINHA-RAZAO.
           MOVE WK-DATA-DIA     TO RZO-DATA
           MOVE WK-RZO-VALOR    TO RZO-VALOR
           MOVE WK-RZO-TIPO-MOV TO RZO-TIPO-MOV
           MOVE LINHA-RAZAO TO REGISTRO-RAZAO
           WRITE REGISTRO-RAZAO.

       GRAVAR-LINHA-TEXTO.
           MOVE LINHA-TEXTO TO REGISTRO-RELATORIO
           WRITE REGISTRO-RELATORIO.
