      *>-----------------IDENTIFICAÇÃO------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBankoPagamentos.
       AUTHOR.        WESLEY A. M.
      *>-----------------AMBIENTE----------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-RETORNO-PAG ASSIGN TO "retornopag.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-RETORNO.
           SELECT ARQUIVO-REMESSA-PAG ASSIGN TO "remessapag.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-REMESSA.
           SELECT ARQUIVO-PAGAMENTOS ASSIGN TO "pagamentos.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS PAG-ID
                        FILE STATUS IS FILE-STATUS-PAGAMENTOS.
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
           SELECT ARQUIVO-FALHAS ASSIGN TO "pagfalhas.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-FALHAS.
           SELECT ARQUIVO-CTRL-DIA ASSIGN TO "diactl.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-CTRL-DIA.
           SELECT ARQUIVO-RAZAO ASSIGN TO "razao.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-RAZAO.
      *>------------------DADOS-------------------------
       DATA DIVISION.

       FILE SECTION.
      *>RETORNO DO AGENTE RECEBEDOR: A=PAGAMENTO LIQUIDADO
      *>(CONFIRMA O DÉBITO), R=RECUSADO (DEVOLVE O VALOR À CONTA)
       FD ARQUIVO-RETORNO-PAG.
       01 REGISTRO-RETORNO-PAG.
           05 RPG-PAG-ID      PIC 9(6).
           05 FILLER          PIC X(1).
           05 RPG-SITUACAO    PIC X(1).
           05 FILLER          PIC X(1).
           05 RPG-MOTIVO      PIC X(30).

       FD ARQUIVO-REMESSA-PAG.
       01 REGISTRO-REMESSA-PAG PIC X(90).

      *>SITUAÇÃO: P=PENDENTE DE ENVIO, E=ENVIADO AO AGENTE,
      *>C=CONFIRMADO PELO AGENTE, D=DEVOLVIDO À CONTA (DEV-PAG)
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

       FD ARQUIVO-FALHAS.
       01 REGISTRO-FALHA      PIC X(71).

       FD ARQUIVO-CTRL-DIA.
       01 REGISTRO-CTRL-DIA.
           05 DIA-DATA            PIC X(8).
           05 DIA-SITUACAO        PIC X(1).

       FD ARQUIVO-RAZAO.
       01 REGISTRO-RAZAO      PIC X(66).

       WORKING-STORAGE SECTION.
      *>----------VARIÁVEIS------------
       01 FILE-STATUS-RETORNO    PIC XX.
       01 FILE-STATUS-REMESSA    PIC XX.
       01 FILE-STATUS-PAGAMENTOS PIC XX.
       01 FILE-STATUS-ARQUIVO    PIC XX.
       01 FILE-STATUS-EXTRATO    PIC XX.
       01 FILE-STATUS-FALHAS     PIC XX.
       01 FILE-STATUS-CTRL-DIA   PIC XX.
       01 DATA-COMPLETA          PIC X(20).
      *>-------DIA OPERACIONAL: AS DEVOLUÇÕES SÓ SÃO LANÇADAS COM O
      *>-------DIA ABERTO E CARIMBAM A DATA DO DIA-------
       01 WK-DATA-DIA            PIC X(8) VALUE SPACES.
       01 FLAG-DIA-STATUS        PIC X VALUE "N".
           88 DIA-ABERTO            VALUE "S".
      *>-------GRAVAÇÃO NO EXTRATO INDEXADO-------
       01 FLAG-EXT-GRAVACAO      PIC X VALUE "N".
           88 EXTRATO-GRAVADO       VALUE "S".
      *>-------PAGAMENTO EM ANÁLISE-------
       01 WK-SALDO-NOVO          PIC S9(5)V99.
       01 WK-MOTIVO-FALHA        PIC X(30).
      *>-------LINHA DA REMESSA PARA O AGENTE RECEBEDOR (SEGMENTO
      *>-------B=BOLETO BANCÁRIO, A=ARRECADAÇÃO)-------
       01 LINHA-REMESSA-PAG.
           05 RMP-PAG-ID      PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RMP-SEGMENTO    PIC X(1).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RMP-CODIGO      PIC X(44).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RMP-VALOR       PIC 9(9)V99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RMP-VENCIMENTO  PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RMP-CONTA-ORIGEM PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RMP-DATA        PIC X(8).
      *>-------LINHA DO RELATÓRIO DE DEVOLUÇÕES E PENDÊNCIAS (COMO O
      *>-------liquidfalhas.txt DA LIQUIDAÇÃO)-------
       01 LINHA-FALHA.
           05 FAL-PAG-ID      PIC 9(6).
           05 FILLER          PIC X(7) VALUE " CONTA ".
           05 FAL-NUM-CONTA   PIC 9(6).
           05 FILLER          PIC X(8) VALUE " VALOR ".
           05 FAL-VALOR       PIC -(9)9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 FAL-MOTIVO      PIC X(30).
      *>-------PARTIDAS DO RAZÃO INTERNO-------
       01 FILE-STATUS-RAZAO  PIC XX.
       01 WK-RZO-CTA-DEBITO  PIC X(14).
       01 WK-RZO-CTA-CREDITO PIC X(14).
       01 WK-RZO-VALOR       PIC 9(9)V99.
       01 WK-RZO-TIPO-MOV    PIC X(10).
       01 WK-RZO-TIPO-CONTA  PIC X(10).
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
      *>-------TOTALIZADORES DO LOTE-------
       01 WK-TOTAL-CONFIRMADOS  PIC 9(6) VALUE ZEROS.
       01 WK-TOTAL-DEVOLVIDOS   PIC 9(6) VALUE ZEROS.
       01 WK-TOTAL-FALHAS       PIC 9(6) VALUE ZEROS.
       01 WK-TOTAL-ENVIADOS     PIC 9(6) VALUE ZEROS.
       01 WK-VALOR-ENVIADO      PIC S9(11)V99 VALUE ZEROS.
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
           PERFORM PROCESSAR-PAGAMENTOS
           STOP RUN.
      *>---LOTE DIÁRIO DOS PAGAMENTOS DE BOLETO: PRIMEIRO APLICA O
      *>---RETORNO DO AGENTE RECEBEDOR (CONFIRMA OU DEVOLVE OS
      *>---PAGAMENTOS JÁ ENVIADOS), DEPOIS ACRESCENTA À REMESSA OS
      *>---PAGAMENTOS AINDA PENDENTES DE ENVIO---
       PROCESSAR-PAGAMENTOS.
           PERFORM LER-DIA-OPERACIONAL
           IF NOT DIA-ABERTO
              DISPLAY "DIA OPERACIONAL FECHADO — PAGAMENTOS NAO"
                                              " PROCESSADOS."
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQUIVO-PAGAMENTOS
           IF FILE-STATUS-PAGAMENTOS = "35"
              DISPLAY "NENHUM PAGAMENTO REGISTRADO."
              EXIT PARAGRAPH
           END-IF.
           PERFORM PROCESSAR-RETORNO-AGENTE
           PERFORM GERAR-REMESSA-PAGAMENTOS
           CLOSE ARQUIVO-PAGAMENTOS
           DISPLAY "========== PAGAMENTOS DE BOLETO =========="
           DISPLAY "PAGAMENTOS CONFIRMADOS.....: "
                                             WK-TOTAL-CONFIRMADOS
           DISPLAY "PAGAMENTOS DEVOLVIDOS......: "
                                             WK-TOTAL-DEVOLVIDOS
           DISPLAY "RETORNOS COM FALHA.........: " WK-TOTAL-FALHAS
           DISPLAY "PAGAMENTOS NA REMESSA......: " WK-TOTAL-ENVIADOS
           DISPLAY "VALOR DA REMESSA...........: " WK-VALOR-ENVIADO.

      *>--RETORNO AUSENTE NÃO IMPEDE A REMESSA DO DIA: OS
      *>--PAGAMENTOS ENVIADOS FICAM AGUARDANDO O PRÓXIMO RETORNO--
       PROCESSAR-RETORNO-AGENTE.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARQUIVO-RETORNO-PAG
           IF FILE-STATUS-RETORNO = "35"
              DISPLAY "ARQUIVO retornopag.txt NAO ENCONTRADO — SEM"
                                              " RETORNO A APLICAR."
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQUIVO-CONTAS
           IF FILE-STATUS-ARQUIVO = "35"
              DISPLAY "NENHUMA CONTA CADASTRADA."
              CLOSE ARQUIVO-RETORNO-PAG
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQUIVO-EXTRATO
           IF FILE-STATUS-EXTRATO = "35"
              OPEN OUTPUT ARQUIVO-EXTRATO
              CLOSE ARQUIVO-EXTRATO
              OPEN I-O ARQUIVO-EXTRATO
           END-IF.
           OPEN OUTPUT ARQUIVO-FALHAS
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-RETORNO-PAG
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    PERFORM PROCESSAR-RETORNO-PAG
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-FALHAS
           CLOSE ARQUIVO-EXTRATO
           CLOSE ARQUIVO-CONTAS
           CLOSE ARQUIVO-RETORNO-PAG.

       PROCESSAR-RETORNO-PAG.
           IF RPG-PAG-ID IS NOT NUMERIC
              MOVE ZEROS TO PAG-ID
              MOVE ZEROS TO PAG-NUM-CONTA
              MOVE ZEROS TO PAG-VALOR
              MOVE "RETORNO INVALIDO" TO WK-MOTIVO-FALHA
              PERFORM GRAVAR-FALHA-PAG
              EXIT PARAGRAPH
           END-IF
           MOVE RPG-PAG-ID TO PAG-ID
           READ ARQUIVO-PAGAMENTOS
               INVALID KEY
                   MOVE RPG-PAG-ID TO PAG-ID
                   MOVE ZEROS TO PAG-NUM-CONTA
                   MOVE ZEROS TO PAG-VALOR
                   MOVE "PAGAMENTO INEXISTENTE" TO WK-MOTIVO-FALHA
                   PERFORM GRAVAR-FALHA-PAG
               NOT INVALID KEY
                   PERFORM APLICAR-RETORNO-PAG
           END-READ.

      *>--SÓ PAGAMENTO ENVIADO ACEITA RETORNO: RETORNO DUPLICADO NÃO
      *>--PODE CONFIRMAR NEM DEVOLVER DUAS VEZES, E PAGAMENTO QUE
      *>--AINDA NÃO SAIU NA REMESSA NÃO PODE TER RESPOSTA--
       APLICAR-RETORNO-PAG.
           IF PAG-SITUACAO = "P"
              MOVE "PAGAMENTO AINDA NAO ENVIADO" TO WK-MOTIVO-FALHA
              PERFORM GRAVAR-FALHA-PAG
              EXIT PARAGRAPH
           END-IF
           IF PAG-SITUACAO NOT = "E"
              MOVE "PAGAMENTO JA PROCESSADO" TO WK-MOTIVO-FALHA
              PERFORM GRAVAR-FALHA-PAG
              EXIT PARAGRAPH
           END-IF
           EVALUATE RPG-SITUACAO
              WHEN "A"
                 MOVE "C" TO PAG-SITUACAO
                 REWRITE REGISTRO-PAGAMENTO
      *>DINHEIRO REPASSADO AO AGENTE: BAIXA O PENDENTE CONTRA CAIXA
                 MOVE "PEND-BOLETOS"   TO WK-RZO-CTA-DEBITO
                 MOVE "CAIXA"          TO WK-RZO-CTA-CREDITO
                 MOVE PAG-VALOR        TO WK-RZO-VALOR
                 MOVE "PAG-CONF"       TO WK-RZO-TIPO-MOV
                 MOVE SPACES           TO WK-RZO-TIPO-CONTA
                 PERFORM GRAVAR-PARTIDAS-RAZAO
                 ADD 1 TO WK-TOTAL-CONFIRMADOS
              WHEN "R"
                 PERFORM DEVOLVER-PAGAMENTO
              WHEN OTHER
                 MOVE "SITUACAO DE RETORNO INVALIDA"
                                         TO WK-MOTIVO-FALHA
                 PERFORM GRAVAR-FALHA-PAG
           END-EVALUATE.

      *>--DEVOLUÇÃO: CREDITA O VALOR DE VOLTA COM O TIPO PRÓPRIO
      *>--(DEV-PAG) E LANÇA O PAGAMENTO NO RELATÓRIO COM O MOTIVO DO
      *>--AGENTE; CONTA SEM CONDIÇÃO DE RECEBER DEIXA O PAGAMENTO
      *>--ENVIADO PARA REENVIO DO RETORNO APÓS A REGULARIZAÇÃO. A
      *>--TARIFA COBRADA NO PAGAMENTO NÃO É DEVOLVIDA--
       DEVOLVER-PAGAMENTO.
           MOVE PAG-NUM-CONTA TO ARQ-NUM-CONTA
           READ ARQUIVO-CONTAS
               INVALID KEY
                   MOVE "CONTA INEXISTENTE" TO WK-MOTIVO-FALHA
                   PERFORM GRAVAR-FALHA-PAG
               NOT INVALID KEY
                   IF ARQ-STATUS = "ATIVA" OR
                      ARQ-STATUS = "BLOQUEADA" OR
                      ARQ-STATUS = "DORMENTE"
                      COMPUTE WK-SALDO-NOVO = ARQ-SALDO + PAG-VALOR
                      MOVE WK-SALDO-NOVO TO ARQ-SALDO
                      REWRITE REGISTRO-ARQUIVO
                      MOVE "D" TO PAG-SITUACAO
                      REWRITE REGISTRO-PAGAMENTO
                      PERFORM REGISTRAR-DEVOLUCAO-NO-EXTRATO
      *>DEVOLUÇÃO: O PENDENTE VOLTA PARA O DEPÓSITO DO CLIENTE
                      MOVE "PEND-BOLETOS"   TO WK-RZO-CTA-DEBITO
                      MOVE "DEP-CLIENTES"   TO WK-RZO-CTA-CREDITO
                      MOVE PAG-VALOR        TO WK-RZO-VALOR
                      MOVE "DEV-PAG"        TO WK-RZO-TIPO-MOV
                      MOVE ARQ-TIPO-CONTA   TO WK-RZO-TIPO-CONTA
                      PERFORM GRAVAR-PARTIDAS-RAZAO
                      ADD 1 TO WK-TOTAL-DEVOLVIDOS
                      MOVE RPG-MOTIVO TO WK-MOTIVO-FALHA
                      PERFORM GRAVAR-LINHA-RELATORIO
                   ELSE
                      MOVE "CONTA NAO RECEBE CREDITO"
                                          TO WK-MOTIVO-FALHA
                      PERFORM GRAVAR-FALHA-PAG
                   END-IF
           END-READ.

      *>--REMESSA ACUMULATIVA (EXTEND), COMO A remessa.txt DAS
      *>--TRANSFERÊNCIAS EXTERNAS: O OPERADOR ENVIA O ARQUIVO AO
      *>--AGENTE E O RENOMEIA; CADA PAGAMENTO SAI UMA ÚNICA VEZ
      *>--PORQUE PASSA DE PENDENTE (P) PARA ENVIADO (E)--
       GERAR-REMESSA-PAGAMENTOS.
           OPEN EXTEND ARQUIVO-REMESSA-PAG
           IF FILE-STATUS-REMESSA = "35"
              OPEN OUTPUT ARQUIVO-REMESSA-PAG
           END-IF
           MOVE "N" TO EOF-FLAG
           MOVE ZEROS TO PAG-ID
           START ARQUIVO-PAGAMENTOS KEY NOT < PAG-ID
              INVALID KEY
                 SET FIM-ARQUIVO TO TRUE
           END-START
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-PAGAMENTOS NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    IF PAG-SITUACAO = "P"
                       PERFORM ENVIAR-PAGAMENTO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-REMESSA-PAG.

       ENVIAR-PAGAMENTO.
           MOVE PAG-ID            TO RMP-PAG-ID
           MOVE PAG-SEGMENTO      TO RMP-SEGMENTO
           MOVE PAG-CODIGO-BARRAS TO RMP-CODIGO
           MOVE PAG-VALOR         TO RMP-VALOR
           MOVE PAG-VENCIMENTO    TO RMP-VENCIMENTO
           MOVE PAG-NUM-CONTA     TO RMP-CONTA-ORIGEM
           MOVE PAG-DATA          TO RMP-DATA
           MOVE LINHA-REMESSA-PAG TO REGISTRO-REMESSA-PAG
           WRITE REGISTRO-REMESSA-PAG
           MOVE "E" TO PAG-SITUACAO
           REWRITE REGISTRO-PAGAMENTO
           ADD 1 TO WK-TOTAL-ENVIADOS
           ADD PAG-VALOR TO WK-VALOR-ENVIADO.

      *>--CONSULTA O CONTROLE DO DIA OPERACIONAL: SEM DIA ABERTO
      *>--NENHUMA DEVOLUÇÃO É LANÇADA--
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

       REGISTRAR-DEVOLUCAO-NO-EXTRATO.
           MOVE FUNCTION CURRENT-DATE TO DATA-COMPLETA
           MOVE PAG-NUM-CONTA     TO EXT-NUM-CONTA
           MOVE WK-DATA-DIA       TO EXT-DATA-HORA(1:8)
           MOVE DATA-COMPLETA(9:6) TO EXT-DATA-HORA(9:6)
           MOVE "DEV-PAG"         TO EXT-TIPO
           MOVE PAG-VALOR         TO EXT-VALOR
           MOVE WK-SALDO-NOVO     TO EXT-SALDO-APOS
           MOVE ZEROS             TO EXT-CONTRAPARTIDA
           MOVE "PAGTOS"          TO EXT-OPERADOR
           MOVE SPACES            TO EXT-REF-ESTORNO
           PERFORM GRAVAR-REGISTRO-EXTRATO.

      *>--GRAVA O REGISTRO JÁ MONTADO, AVANÇANDO A SEQUÊNCIA
      *>--QUANDO HOUVER OUTRO MOVIMENTO DA CONTA NO MESMO SEGUNDO;
      *>--ANTES, GARANTE QUE A CHAVE NÃO FICA ATRÁS DO ÚLTIMO
      *>--MOVIMENTO JÁ GRAVADO DA CONTA (O DIA ABERTO ATRAVESSANDO
      *>--A MEIA-NOITE FAZ A HORA DO RELÓGIO "VOLTAR" DENTRO DA
      *>--MESMA DATA DO MOVIMENTO, E A CADEIA DA CONCILIAÇÃO EXIGE
      *>--CHAVE CRESCENTE POR CONTA)--
       GRAVAR-REGISTRO-EXTRATO.
           PERFORM AJUSTAR-CHAVE-MONOTONICA
           MOVE "N" TO FLAG-EXT-GRAVACAO
           PERFORM TENTAR-GRAVAR-EXTRATO
                     UNTIL EXTRATO-GRAVADO OR EXT-SEQ = 999.

      *>--VARRE AS CHAVES DA CONTA A PARTIR DA CHAVE MONTADA: SE JÁ
      *>--EXISTE MOVIMENTO COM CHAVE IGUAL OU POSTERIOR, A GRAVAÇÃO
      *>--CONTINUA DA ÚLTIMA CHAVE DA CONTA (A SEQUÊNCIA AVANÇA DE
      *>--LÁ); NO CAMINHO COMUM A VARREDURA NÃO ENCONTRA NADA--
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
           PERFORM GRAVAR-LINHA-RAZAO
           MOVE WK-RZO-CTA-CREDITO TO RZO-CONTA-RAZAO
           MOVE "C"                TO RZO-DC
           PERFORM GRAVAR-LINHA-RAZAO
           CLOSE ARQUIVO-RAZAO.

       GRAVAR-LINHA-RAZAO.
           MOVE WK-DATA-DIA     TO RZO-DATA
           MOVE WK-RZO-VALOR    TO RZO-VALOR
           MOVE PAG-NUM-CONTA   TO RZO-NUM-CONTA
           MOVE WK-RZO-TIPO-CONTA TO RZO-TIPO-CONTA
           MOVE WK-RZO-TIPO-MOV TO RZO-TIPO-MOV
           MOVE LINHA-RAZAO TO REGISTRO-RAZAO
           WRITE REGISTRO-RAZAO.

       GRAVAR-FALHA-PAG.
           ADD 1 TO WK-TOTAL-FALHAS
           PERFORM GRAVAR-LINHA-RELATORIO.

      *>--DEVOLUÇÃO EFETIVADA TAMBÉM ENTRA NO RELATÓRIO (COM O
      *>--MOTIVO DO AGENTE), MAS NÃO CONTA COMO FALHA--
       GRAVAR-LINHA-RELATORIO.
           MOVE PAG-ID        TO FAL-PAG-ID
           MOVE PAG-NUM-CONTA TO FAL-NUM-CONTA
           MOVE PAG-VALOR     TO FAL-VALOR
           MOVE WK-MOTIVO-FALHA TO FAL-MOTIVO
           MOVE LINHA-FALHA TO REGISTRO-FALHA
           WRITE REGISTRO-FALHA.
