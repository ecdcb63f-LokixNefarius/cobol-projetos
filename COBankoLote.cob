                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS DBD-NUM-CONTA
                        FILE STATUS IS FILE-STATUS-DEBITO-DIA.
           SELECT ARQUIVO-RETENCOES ASSIGN TO "retencoes.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS RTN-CHAVE
                        FILE STATUS IS FILE-STATUS-RETENCOES.
           SELECT ARQUIVO-REGRAS-RET ASSIGN TO "regrasret.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS RGR-CANAL
                        FILE STATUS IS FILE-STATUS-REGRAS-RET.
      *>PACOTE DE TARIFAS: O MOVIMENTO DO PARCEIRO CONTA NA
      *>FRANQUIA MENSAL DA CONTA COMO AS OPERAÇÕES DO BALCÃO
           SELECT ARQUIVO-TARIFAS ASSIGN TO "tarifas.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS TRF-CHAVE
                        FILE STATUS IS FILE-STATUS-TARIFAS.
           SELECT ARQUIVO-USO-TARIFA ASSIGN TO "usotarifa.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS USO-CHAVE
                        FILE STATUS IS FILE-STATUS-USO-TARIFA.
      *>PAGAMENTO DE BOLETO PELO PARCEIRO: MESMO CADASTRO E MESMA
      *>NUMERAÇÃO DOS PAGAMENTOS FEITOS NO BALCÃO
           SELECT ARQUIVO-PAGAMENTOS ASSIGN TO "pagamentos.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS PAG-ID
                        FILE STATUS IS FILE-STATUS-PAGAMENTOS.
           SELECT ARQUIVO-CTRL-PAG ASSIGN TO "controlepag.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-CTRL-PAG.
      *>------------------DADOS-------------------------
       DATA DIVISION.

           05 MOV-CPF        PIC 9(11).
           05 MOV-TIPO       PIC X(10).
           05 MOV-VALOR      PIC 9(9)V99.
      *>SÓ NO PAGAMENTO: CÓDIGO DE BARRAS OU LINHA DIGITÁVEL, SÓ
      *>DÍGITOS OU FORMATADA COMO IMPRESSA (O VALOR PODE VIR ZERADO
      *>QUANDO CONSTA NO PRÓPRIO CÓDIGO)
           05 MOV-CODIGO-BARRAS PIC X(60).

       FD ARQUIVO-EXTRATO.
       01 REGISTRO-EXTRATO.
           05 EXT-REF-ESTORNO PIC X(17).

       FD ARQUIVO-RETORNO.
       01 REGISTRO-RETORNO   PIC X(51).

       FD ARQUIVO-PRODUTOS.
       01 REGISTRO-PRODUTO.
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

       FD ARQUIVO-REGRAS-RET.
       01 REGISTRO-REGRA-RET.
           05 RGR-CANAL           PIC X(6).
           05 RGR-VALOR-MINIMO    PIC S9(7)V99.
           05 RGR-DIAS-UTEIS      PIC 9(2).

       FD ARQUIVO-TARIFAS.
       01 REGISTRO-TARIFA.
           05 TRF-CHAVE.
              10 TRF-TIPO-CONTA   PIC X(10).
              10 TRF-OPERACAO     PIC X(10).
           05 TRF-VALOR           PIC S9(5)V99.
           05 TRF-FRANQUIA        PIC 9(3).

       FD ARQUIVO-USO-TARIFA.
       01 REGISTRO-USO-TARIFA.
           05 USO-CHAVE.
              10 USO-NUM-CONTA    PIC 9(6).
              10 USO-OPERACAO     PIC X(10).
           05 USO-MES             PIC X(6).
           05 USO-QTD             PIC 9(5).

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

       FD ARQUIVO-CTRL-PAG.
       01 REGISTRO-CTRL-PAG.
           05 CTRL-ULTIMO-PAG-ID  PIC 9(6).

       WORKING-STORAGE SECTION.
      *>----------VARIÁVEIS------------
       01 FILE-STATUS-ARQUIVO    PIC XX.
       01 WK-ACUM-DIA            PIC S9(9)V99 VALUE ZEROS.
       01 FLAG-LIM-CONTA-STATUS  PIC X VALUE "N".
           88 LIMITE-PROPRIO-ACHADO VALUE "S".
      *>-------RETENÇÃO DE DEPÓSITO: O SAQUE SÓ USA O SALDO
      *>-------DISPONÍVEL (CONTÁBIL MENOS RETENÇÕES ATIVAS) E O
      *>-------DEPÓSITO DO PARCEIRO SEGUE A REGRA DO CANAL "LOTE"------
       01 FILE-STATUS-RETENCOES  PIC XX.
       01 FILE-STATUS-REGRAS-RET PIC XX.
       01 WK-SALDO-RETIDO        PIC S9(9)V99 VALUE ZEROS.
       01 WK-RTN-DATA-NUM        PIC 9(8).
       01 WK-RTN-DATA-LIB REDEFINES WK-RTN-DATA-NUM PIC X(8).
       01 WK-RTN-DIA-INTEIRO     PIC 9(7).
       01 WK-RTN-DIA-SEMANA      PIC 9(1).
       01 WK-RTN-DIAS-CONTADOS   PIC 9(2).
       01 FLAG-VARREDURA-RETENCAO PIC X VALUE "N".
           88 VARREDURA-RETENCAO-ENCERRADA VALUE "S".
       01 FLAG-REGRAS-STATUS     PIC X VALUE "N".
           88 REGRAS-DISPONIVEIS    VALUE "S".
      *>-------PACOTE DE TARIFAS: TARIFA DO MOVIMENTO EM ANÁLISE
      *>-------(ZERO DENTRO DA FRANQUIA DO MÊS OU SEM TARIFA
      *>-------CADASTRADA PARA O TIPO DA CONTA)-------
       01 FILE-STATUS-TARIFAS    PIC XX.
       01 FILE-STATUS-USO-TARIFA PIC XX.
       01 WK-TRF-OPERACAO        PIC X(10).
       01 WK-TARIFA-LOTE         PIC S9(5)V99 VALUE ZEROS.
       01 WK-USO-QTD-MES         PIC 9(5) VALUE ZEROS.
       01 FLAG-TARIFAS-STATUS    PIC X VALUE "N".
           88 TARIFAS-DISPONIVEIS   VALUE "S".
       01 FLAG-USO-TARIFA        PIC X VALUE "N".
           88 CONTA-USO-TARIFA      VALUE "S".
      *>-------PAGAMENTO DE BOLETO EM ANÁLISE-------
       01 FILE-STATUS-PAGAMENTOS PIC XX.
       01 FILE-STATUS-CTRL-PAG   PIC XX.
       01 CONTADOR-PAGAMENTO     PIC 9(6) VALUE ZEROS.
      *>-------PAGAMENTO DE BOLETO: CÓDIGO DE BARRAS (44 DÍGITOS) OU
      *>-------LINHA DIGITÁVEL (47 NO BOLETO BANCÁRIO, 48 NA CONTA
      *>-------DE CONSUMO/TRIBUTO, SEGMENTO DE ARRECADAÇÃO)-------
       01 WK-BOL-ENTRADA     PIC X(60).
       01 WK-BOL-LINHA       PIC X(48).
       01 WK-BOL-LINHA-DIG REDEFINES WK-BOL-LINHA.
           05 WK-BOL-LD      PIC 9 OCCURS 48 TIMES.
       01 WK-BOL-CODIGO      PIC X(44).
       01 WK-BOL-CODIGO-DIG REDEFINES WK-BOL-CODIGO.
           05 WK-BOL-CD      PIC 9 OCCURS 44 TIMES.
       01 WK-BOL-CALCULO     PIC X(43).
       01 WK-BOL-CALCULO-DIG REDEFINES WK-BOL-CALCULO.
           05 WK-BOL-CC      PIC 9 OCCURS 43 TIMES.
       01 WK-BOL-TAM         PIC 9(2).
       01 WK-BOL-QTD-DIGITOS PIC 9(2).
       01 WK-BOL-IDX         PIC 9(2).
       01 WK-BOL-POS         PIC 9(2).
       01 WK-BOL-PESO        PIC 9(2).
       01 WK-BOL-PRODUTO     PIC 9(3).
       01 WK-BOL-SOMA        PIC 9(5).
       01 WK-BOL-RESTO       PIC 9(2).
       01 WK-BOL-DV          PIC 9(1).
       01 WK-BOL-ID-VALOR    PIC X(1).
       01 WK-BOL-SEGMENTO    PIC X(1).
           88 BOLETO-BANCARIO    VALUE "B".
           88 BOLETO-ARRECADACAO VALUE "A".
       01 WK-BOL-VALOR       PIC S9(9)V99.
       01 WK-BOL-VALOR-BANC  PIC 9(10).
       01 WK-BOL-VALOR-ARREC PIC 9(11).
       01 WK-BOL-FATOR       PIC 9(4).
       01 WK-BOL-VENCIMENTO  PIC X(8).
       01 WK-BOL-DATA-NUM    PIC 9(8).
       01 WK-BOL-DIA-HOJE    PIC 9(7).
       01 WK-BOL-DIA-CICLO1  PIC 9(7).
       01 WK-BOL-DIA-CICLO2  PIC 9(7).
       01 WK-BOL-DIST1       PIC S9(7).
       01 WK-BOL-DIST2       PIC S9(7).
       01 WK-BOL-MOTIVO      PIC X(40).
       01 FLAG-BOLETO-STATUS PIC X VALUE "N".
           88 BOLETO-VALIDO     VALUE "S".
       01 FLAG-BOL-CARACTER  PIC X VALUE "N".
           88 CARACTER-INVALIDO VALUE "S".
      *>-------GRAVAÇÃO NO EXTRATO INDEXADO-------
       01 FLAG-EXT-GRAVACAO      PIC X VALUE "N".
           88 EXTRATO-GRAVADO       VALUE "S".
      *>-------(000 ACEITO, 001 CONTA INEXISTENTE, 002 CONTA NÃO
      *>-------APTA, 003 CPF DIVERGENTE, 004 TIPO INVÁLIDO,
      *>-------005 VALOR INVÁLIDO, 006 SALDO INSUFICIENTE,
      *>-------007 LIMITE DIÁRIO DE DÉBITO EXCEDIDO, 008 SALDO
      *>-------SUFICIENTE SÓ COM DEPÓSITO AINDA RETIDO, 009 CÓDIGO
      *>-------DE BARRAS INVÁLIDO, 010 VALOR DIVERGENTE DO CÓDIGO)
      *>-------E, NO PAGAMENTO ACEITO, O NÚMERO DO PAGAMENTO-------
       01 LINHA-RETORNO.
           05 RET-ECO-ENTRADA PIC X(38).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RET-SITUACAO    PIC X(1).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RET-COD-MOTIVO  PIC X(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RET-PAG-ID      PIC X(6).
      *>-------PARTIDAS DO RAZÃO INTERNO-------
       01 FILE-STATUS-RAZAO  PIC XX.
       01 WK-RZO-CTA-DEBITO  PIC X(14).
      *>-------TOTALIZADORES DO LOTE-------
       01 WK-TOTAL-ACEITOS      PIC 9(6) VALUE ZEROS.
       01 WK-TOTAL-REJEITADOS   PIC 9(6) VALUE ZEROS.
       01 WK-TOTAL-TARIFAS      PIC 9(6) VALUE ZEROS.
       01 WK-VALOR-TARIFAS      PIC S9(9)V99 VALUE ZEROS.
      *>-------CHAVE MONOTÔNICA POR CONTA NA GRAVAÇÃO DO EXTRATO
      *>-------(DIA ABERTO ATRAVESSANDO A MEIA-NOITE FAZ O RELÓGIO
      *>-------"VOLTAR" DENTRO DA MESMA DATA DO MOVIMENTO)-------
           IF FILE-STATUS-PRODUTOS = "00"
              SET PRODUTOS-DISPONIVEIS TO TRUE
           END-IF
           OPEN I-O ARQUIVO-RETENCOES
           IF FILE-STATUS-RETENCOES = "35"
              OPEN OUTPUT ARQUIVO-RETENCOES
              CLOSE ARQUIVO-RETENCOES
              OPEN I-O ARQUIVO-RETENCOES
           END-IF.
           OPEN I-O ARQUIVO-PAGAMENTOS
           IF FILE-STATUS-PAGAMENTOS = "35"
              OPEN OUTPUT ARQUIVO-PAGAMENTOS
              CLOSE ARQUIVO-PAGAMENTOS
              OPEN I-O ARQUIVO-PAGAMENTOS
           END-IF.
      *>SEM O CADASTRO DE REGRAS NENHUM DEPÓSITO DO LOTE É RETIDO
           OPEN INPUT ARQUIVO-REGRAS-RET
           IF FILE-STATUS-REGRAS-RET = "00"
              SET REGRAS-DISPONIVEIS TO TRUE
           END-IF
      *>SEM A TABELA DE TARIFAS NENHUM MOVIMENTO É TARIFADO; O USO
      *>DO MÊS SÓ É CONTADO QUANDO HÁ TABELA
           OPEN INPUT ARQUIVO-TARIFAS
           IF FILE-STATUS-TARIFAS = "00"
              SET TARIFAS-DISPONIVEIS TO TRUE
              OPEN I-O ARQUIVO-USO-TARIFA
              IF FILE-STATUS-USO-TARIFA = "35"
                 OPEN OUTPUT ARQUIVO-USO-TARIFA
                 CLOSE ARQUIVO-USO-TARIFA
                 OPEN I-O ARQUIVO-USO-TARIFA
              END-IF
           END-IF
           OPEN OUTPUT ARQUIVO-RETORNO
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-MOVIMENTOS
           IF PRODUTOS-DISPONIVEIS
              CLOSE ARQUIVO-PRODUTOS
           END-IF
           IF REGRAS-DISPONIVEIS
              CLOSE ARQUIVO-REGRAS-RET
           END-IF
           IF TARIFAS-DISPONIVEIS
              CLOSE ARQUIVO-USO-TARIFA
              CLOSE ARQUIVO-TARIFAS
           END-IF
           CLOSE ARQUIVO-PAGAMENTOS
           CLOSE ARQUIVO-RETENCOES
           CLOSE ARQUIVO-EXTRATO
           CLOSE ARQUIVO-CONTAS
           CLOSE ARQUIVO-MOVIMENTOS
           DISPLAY "========== LOTE DE MOVIMENTOS =========="
           DISPLAY "MOVIMENTOS ACEITOS.........: " WK-TOTAL-ACEITOS
           DISPLAY "MOVIMENTOS REJEITADOS......: "
                                             WK-TOTAL-REJEITADOS
           DISPLAY "TARIFAS COBRADAS...........: " WK-TOTAL-TARIFAS
           DISPLAY "VALOR DAS TARIFAS..........: " WK-VALOR-TARIFAS.

       PROCESSAR-MOVIMENTO-LOTE.
           MOVE "N" TO FLAG-MOV-STATUS
           MOVE "000" TO WK-COD-MOTIVO
           MOVE ZEROS TO WK-TARIFA-LOTE
           MOVE "N" TO FLAG-USO-TARIFA
           MOVE SPACES TO RET-PAG-ID
           PERFORM VALIDAR-MOVIMENTO-LOTE
           IF MOVIMENTO-ACEITO
              PERFORM APLICAR-MOVIMENTO-LOTE
      *>--OU DORMENTE (CRÉDITO SEMPRE ENTRA), SAQUE EXIGE CONTA
      *>--ATIVA E SALDO SUFICIENTE (CONTANDO O CHEQUE ESPECIAL E O
      *>--TETO DIÁRIO DE DÉBITOS); O CPF INFORMADO PELO PARCEIRO
      *>--PRECISA CONFERIR COM O TITULAR. PAGAMENTO SEGUE AS REGRAS
      *>--DO SAQUE, COM O CÓDIGO DE BARRAS VALIDADO ANTES--
       VALIDAR-MOVIMENTO-LOTE.
           IF MOV-TIPO NOT = "DEPOSITO" AND MOV-TIPO NOT = "SAQUE"
              AND MOV-TIPO NOT = "PAGAMENTO"
              MOVE "004" TO WK-COD-MOTIVO
              EXIT PARAGRAPH
           END-IF
              MOVE "005" TO WK-COD-MOTIVO
              EXIT PARAGRAPH
           END-IF
           IF MOV-TIPO = "PAGAMENTO"
              PERFORM VALIDAR-PAGAMENTO-LOTE
              IF WK-COD-MOTIVO NOT = "000"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF MOV-VALOR NOT > 0
              MOVE "005" TO WK-COD-MOTIVO
              EXIT PARAGRAPH
                   PERFORM VALIDAR-CONTA-LOTE
           END-READ.

      *>--PAGAMENTO: COM VALOR NO CÓDIGO, O PARCEIRO PODE MANDAR O
      *>--VALOR ZERADO (VALE O DO CÓDIGO, QUE PASSA A SER O VALOR DO
      *>--MOVIMENTO E VOLTA NO ECO DO RETORNO) OU O MESMO VALOR;
      *>--VALOR DIFERENTE DO CÓDIGO É REJEITADO--
       VALIDAR-PAGAMENTO-LOTE.
           MOVE MOV-CODIGO-BARRAS TO WK-BOL-ENTRADA
           PERFORM VALIDAR-CODIGO-BOLETO
           IF NOT BOLETO-VALIDO
              MOVE "009" TO WK-COD-MOTIVO
              EXIT PARAGRAPH
           END-IF
           IF WK-BOL-VALOR > 0
              IF MOV-VALOR = ZEROS
                 MOVE WK-BOL-VALOR TO MOV-VALOR
              ELSE
                 IF MOV-VALOR NOT = WK-BOL-VALOR
                    MOVE "010" TO WK-COD-MOTIVO
                 END-IF
              END-IF
           END-IF.

       VALIDAR-CONTA-LOTE.
           IF ARQ-CPF NOT = MOV-CPF
              MOVE "003" TO WK-COD-MOTIVO
                 COMPUTE WK-SALDO-NOVO = ARQ-SALDO + MOV-VALOR
                 MOVE "LOTE-DEP" TO WK-TIPO-EXTRATO
                 SET MOVIMENTO-ACEITO TO TRUE
                 IF ARQ-STATUS = "ATIVA"
                    PERFORM TARIFAR-DEPOSITO-LOTE
                 END-IF
              ELSE
                 MOVE "002" TO WK-COD-MOTIVO
              END-IF
              ELSE
      *>O SAQUE DO PARCEIRO TAMBÉM PODE USAR O CHEQUE ESPECIAL DO
      *>PRODUTO DA CONTA, COMO NO BALCÃO
      *>FORA DA FRANQUIA DO MÊS O SALDO PRECISA COBRIR TAMBÉM A
      *>TARIFA DO SAQUE (OU DO PAGAMENTO)
                 PERFORM CARREGAR-LIMITE-CHEQUE
                 PERFORM CALCULAR-SALDO-RETIDO
                 IF MOV-TIPO = "SAQUE"
                    MOVE "LOTE-SAQ" TO WK-TRF-OPERACAO
                 ELSE
                    MOVE "LOTE-PAG" TO WK-TRF-OPERACAO
                 END-IF
                 PERFORM CALCULAR-TARIFA-LOTE
                 IF MOV-VALOR + WK-TARIFA-LOTE >
                    ARQ-SALDO + WK-LIMITE-CHEQUE
                    MOVE "006" TO WK-COD-MOTIVO
                    EXIT PARAGRAPH
                 END-IF
      *>O SALDO CONTÁBIL COBRIRIA, MAS PARTE DELE AINDA É DEPÓSITO
      *>RETIDO: O PARCEIRO RECEBE MOTIVO PRÓPRIO PARA REENVIAR O
      *>SAQUE DEPOIS DA LIBERAÇÃO
                 IF MOV-VALOR + WK-TARIFA-LOTE >
                    ARQ-SALDO - WK-SALDO-RETIDO + WK-LIMITE-CHEQUE
                    MOVE "008" TO WK-COD-MOTIVO
                 ELSE
      *>O TETO DIÁRIO DE DÉBITOS SOMA TODOS OS CANAIS: O LOTE NÃO
      *>TEM SUPERVISOR NA FRENTE, ENTÃO ACIMA DO TETO É REJEIÇÃO
                    ELSE
                       COMPUTE WK-SALDO-NOVO =
                                           ARQ-SALDO - MOV-VALOR
                       MOVE WK-TRF-OPERACAO TO WK-TIPO-EXTRATO
                       SET MOVIMENTO-ACEITO TO TRUE
                    END-IF
                 END-IF

      *>--A CONTA JÁ ESTÁ LIDA NO BUFFER QUANDO O MOVIMENTO FOI
      *>--ACEITO; ATUALIZA O SALDO E LANÇA NO EXTRATO COM O TIPO
      *>--DO CANAL (LOTE-DEP/LOTE-SAQ/LOTE-PAG)--
       APLICAR-MOVIMENTO-LOTE.
           MOVE WK-SALDO-NOVO TO ARQ-SALDO
           REWRITE REGISTRO-ARQUIVO
           IF MOV-TIPO NOT = "DEPOSITO"
              PERFORM ACUMULAR-DEBITO-DIA
           END-IF
           MOVE FUNCTION CURRENT-DATE TO DATA-COMPLETA
           MOVE "LOTE"            TO EXT-OPERADOR
           MOVE SPACES            TO EXT-REF-ESTORNO
           PERFORM GRAVAR-REGISTRO-EXTRATO
           IF MOV-TIPO = "DEPOSITO" AND REGRAS-DISPONIVEIS
              PERFORM RETER-DEPOSITO-LOTE
           END-IF
      *>PARTIDAS DO RAZÃO: DEPÓSITO DO PARCEIRO ENTRA CAIXA CONTRA
      *>DEPÓSITOS DE CLIENTES; SAQUE FAZ O CAMINHO OPOSTO;
      *>PAGAMENTO FICA PENDENTE ATÉ O RETORNO DO AGENTE RECEBEDOR
           EVALUATE MOV-TIPO
              WHEN "DEPOSITO"
                 MOVE "CAIXA"        TO WK-RZO-CTA-DEBITO
                 MOVE "DEP-CLIENTES" TO WK-RZO-CTA-CREDITO
              WHEN "PAGAMENTO"
                 MOVE "DEP-CLIENTES" TO WK-RZO-CTA-DEBITO
                 MOVE "PEND-BOLETOS" TO WK-RZO-CTA-CREDITO
              WHEN OTHER
                 MOVE "DEP-CLIENTES" TO WK-RZO-CTA-DEBITO
                 MOVE "CAIXA"        TO WK-RZO-CTA-CREDITO
           END-EVALUATE
           MOVE MOV-VALOR       TO WK-RZO-VALOR
           MOVE WK-TIPO-EXTRATO TO WK-RZO-TIPO-MOV
           PERFORM GRAVAR-PARTIDAS-RAZAO
           IF MOV-TIPO = "PAGAMENTO"
              PERFORM GRAVAR-PAGAMENTO-LOTE
           END-IF
           IF CONTA-USO-TARIFA
              PERFORM REGISTRAR-USO-TARIFA
           END-IF
           IF WK-TARIFA-LOTE > 0
              PERFORM COBRAR-TARIFA-LOTE
           END-IF.

      *>--O BALCÃO TAMBÉM NUMERA PAGAMENTOS: O ÚLTIMO NÚMERO É
      *>--RELIDO DO CONTROLE A CADA PAGAMENTO--
       GRAVAR-PAGAMENTO-LOTE.
           MOVE ZEROS TO CONTADOR-PAGAMENTO
           OPEN INPUT ARQUIVO-CTRL-PAG
           IF FILE-STATUS-CTRL-PAG = "00"
              READ ARQUIVO-CTRL-PAG
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CTRL-ULTIMO-PAG-ID TO CONTADOR-PAGAMENTO
              END-READ
              CLOSE ARQUIVO-CTRL-PAG
           END-IF
           ADD 1 TO CONTADOR-PAGAMENTO
           OPEN OUTPUT ARQUIVO-CTRL-PAG
              MOVE CONTADOR-PAGAMENTO TO CTRL-ULTIMO-PAG-ID
              WRITE REGISTRO-CTRL-PAG
           CLOSE ARQUIVO-CTRL-PAG
           MOVE CONTADOR-PAGAMENTO TO PAG-ID
           MOVE MOV-NUM-CONTA     TO PAG-NUM-CONTA
           MOVE WK-BOL-CODIGO     TO PAG-CODIGO-BARRAS
           MOVE WK-BOL-SEGMENTO   TO PAG-SEGMENTO
           MOVE MOV-VALOR         TO PAG-VALOR
           MOVE WK-BOL-VENCIMENTO TO PAG-VENCIMENTO
           MOVE WK-DATA-DIA       TO PAG-DATA
           MOVE "LOTE"            TO PAG-OPERADOR
           MOVE "P"               TO PAG-SITUACAO
           WRITE REGISTRO-PAGAMENTO
              INVALID KEY
                 DISPLAY "PAGAMENTO " CONTADOR-PAGAMENTO
                    " DUPLICADO NA CONTA " MOV-NUM-CONTA
              NOT INVALID KEY
                 MOVE CONTADOR-PAGAMENTO TO RET-PAG-ID
           END-WRITE.

      *>--VALIDAÇÃO DO CÓDIGO DO PAGAMENTO: ACEITA O CÓDIGO DE
      *>--BARRAS OU A LINHA DIGITÁVEL, COM OU SEM PONTOS, ESPAÇOS E
      *>--HÍFENS (A ARRECADAÇÃO IMPRIME O DV DE CADA BLOCO APÓS UM
      *>--HÍFEN); CONFERE OS DÍGITOS VERIFICADORES (DOS CAMPOS DA
      *>--LINHA E O GERAL DO CÓDIGO) E EXTRAI O VALOR E O
      *>--VENCIMENTO--
       VALIDAR-CODIGO-BOLETO.
           MOVE "N" TO FLAG-BOLETO-STATUS
           MOVE "N" TO FLAG-BOL-CARACTER
           MOVE SPACES TO WK-BOL-MOTIVO
           MOVE SPACES TO WK-BOL-LINHA
           MOVE SPACES TO WK-BOL-CODIGO
           MOVE SPACES TO WK-BOL-VENCIMENTO
           MOVE SPACES TO WK-BOL-SEGMENTO
           MOVE ZEROS  TO WK-BOL-VALOR
           MOVE ZEROS  TO WK-BOL-QTD-DIGITOS
           PERFORM VARYING WK-BOL-IDX FROM 1 BY 1
                     UNTIL WK-BOL-IDX > 60
              EVALUATE TRUE
                 WHEN WK-BOL-ENTRADA(WK-BOL-IDX:1) IS NUMERIC
                    IF WK-BOL-QTD-DIGITOS < 49
                       ADD 1 TO WK-BOL-QTD-DIGITOS
                    END-IF
                    IF WK-BOL-QTD-DIGITOS < 49
                       MOVE WK-BOL-ENTRADA(WK-BOL-IDX:1)
                         TO WK-BOL-LINHA(WK-BOL-QTD-DIGITOS:1)
                    END-IF
                 WHEN WK-BOL-ENTRADA(WK-BOL-IDX:1) = SPACE
                 WHEN WK-BOL-ENTRADA(WK-BOL-IDX:1) = "."
                 WHEN WK-BOL-ENTRADA(WK-BOL-IDX:1) = "-"
                    CONTINUE
                 WHEN OTHER
                    SET CARACTER-INVALIDO TO TRUE
              END-EVALUATE
           END-PERFORM
           IF CARACTER-INVALIDO
              MOVE "CÓDIGO COM CARACTERE INVÁLIDO" TO WK-BOL-MOTIVO
              EXIT PARAGRAPH
           END-IF
           EVALUATE WK-BOL-QTD-DIGITOS
              WHEN 44
                 MOVE WK-BOL-LINHA(1:44) TO WK-BOL-CODIGO
                 IF WK-BOL-CODIGO(1:1) = "8"
                    MOVE "A" TO WK-BOL-SEGMENTO
                 ELSE
                    MOVE "B" TO WK-BOL-SEGMENTO
                 END-IF
              WHEN 47
                 PERFORM CONVERTER-LINHA-BANCARIA
              WHEN 48
                 PERFORM CONVERTER-LINHA-ARRECADACAO
              WHEN OTHER
                 MOVE "CÓDIGO DEVE TER 44, 47 OU 48 DÍGITOS"
                                              TO WK-BOL-MOTIVO
           END-EVALUATE
           IF WK-BOL-MOTIVO NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           IF BOLETO-BANCARIO
              PERFORM CONFERIR-CODIGO-BANCARIO
           ELSE
              PERFORM CONFERIR-CODIGO-ARRECADACAO
           END-IF
           IF WK-BOL-MOTIVO = SPACES
              SET BOLETO-VALIDO TO TRUE
           END-IF.

      *>--LINHA DO BOLETO BANCÁRIO: TRÊS CAMPOS COM DÍGITO PRÓPRIO
      *>--(MÓDULO 10), DÍGITO GERAL, FATOR DE VENCIMENTO E VALOR;
      *>--O CÓDIGO DE BARRAS É A MESMA INFORMAÇÃO EM OUTRA ORDEM--
       CONVERTER-LINHA-BANCARIA.
           MOVE "B" TO WK-BOL-SEGMENTO
           MOVE WK-BOL-LINHA(1:9) TO WK-BOL-CALCULO
           MOVE 9 TO WK-BOL-TAM
           PERFORM CALCULAR-MODULO-10
           IF WK-BOL-DV NOT = WK-BOL-LD(10)
              MOVE "DÍGITO DO 1º CAMPO NÃO CONFERE" TO WK-BOL-MOTIVO
              EXIT PARAGRAPH
           END-IF
           MOVE WK-BOL-LINHA(11:10) TO WK-BOL-CALCULO
           MOVE 10 TO WK-BOL-TAM
           PERFORM CALCULAR-MODULO-10
           IF WK-BOL-DV NOT = WK-BOL-LD(21)
              MOVE "DÍGITO DO 2º CAMPO NÃO CONFERE" TO WK-BOL-MOTIVO
              EXIT PARAGRAPH
           END-IF
           MOVE WK-BOL-LINHA(22:10) TO WK-BOL-CALCULO
           PERFORM CALCULAR-MODULO-10
           IF WK-BOL-DV NOT = WK-BOL-LD(32)
              MOVE "DÍGITO DO 3º CAMPO NÃO CONFERE" TO WK-BOL-MOTIVO
              EXIT PARAGRAPH
           END-IF
           MOVE WK-BOL-LINHA(1:4)   TO WK-BOL-CODIGO(1:4)
           MOVE WK-BOL-LINHA(33:15) TO WK-BOL-CODIGO(5:15)
           MOVE WK-BOL-LINHA(5:5)   TO WK-BOL-CODIGO(20:5)
           MOVE WK-BOL-LINHA(11:10) TO WK-BOL-CODIGO(25:10)
           MOVE WK-BOL-LINHA(22:10) TO WK-BOL-CODIGO(35:10).

      *>--LINHA DA ARRECADAÇÃO: QUATRO BLOCOS DE 11 DÍGITOS, CADA UM
      *>--SEGUIDO DO SEU DÍGITO (MÓDULO 10 OU 11, CONFORME O
      *>--IDENTIFICADOR DE VALOR NA 3ª POSIÇÃO)--
       CONVERTER-LINHA-ARRECADACAO.
           MOVE "A" TO WK-BOL-SEGMENTO
           IF WK-BOL-LINHA(1:1) NOT = "8"
              MOVE "LINHA DE 48 DÍGITOS DEVE COMEÇAR COM 8"
                                              TO WK-BOL-MOTIVO
              EXIT PARAGRAPH
           END-IF
           MOVE WK-BOL-LINHA(3:1) TO WK-BOL-ID-VALOR
           PERFORM CONFERIR-BLOCO-ARRECADACAO
                     VARYING WK-BOL-POS FROM 1 BY 12
                     UNTIL WK-BOL-POS > 37
                        OR WK-BOL-MOTIVO NOT = SPACES
           IF WK-BOL-MOTIVO NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WK-BOL-LINHA(1:11)  TO WK-BOL-CODIGO(1:11)
           MOVE WK-BOL-LINHA(13:11) TO WK-BOL-CODIGO(12:11)
           MOVE WK-BOL-LINHA(25:11) TO WK-BOL-CODIGO(23:11)
           MOVE WK-BOL-LINHA(37:11) TO WK-BOL-CODIGO(34:11).

       CONFERIR-BLOCO-ARRECADACAO.
           MOVE WK-BOL-LINHA(WK-BOL-POS:11) TO WK-BOL-CALCULO
           MOVE 11 TO WK-BOL-TAM
           PERFORM CALCULAR-DV-ARRECADACAO
           IF WK-BOL-MOTIVO = SPACES AND
              WK-BOL-DV NOT = WK-BOL-LD(WK-BOL-POS + 11)
              MOVE "DÍGITO DE BLOCO DA LINHA NÃO CONFERE"
                                              TO WK-BOL-MOTIVO
           END-IF.

      *>--BOLETO BANCÁRIO: MOEDA 9 (REAL), DÍGITO GERAL NA 5ª
      *>--POSIÇÃO (MÓDULO 11, PESOS 2 A 9; RESULTADO 0, 10 OU 11
      *>--VIRA 1), FATOR DE VENCIMENTO E VALOR COM 2 DECIMAIS--
       CONFERIR-CODIGO-BANCARIO.
           IF WK-BOL-CODIGO(4:1) NOT = "9"
              MOVE "MOEDA DO BOLETO NÃO É O REAL" TO WK-BOL-MOTIVO
              EXIT PARAGRAPH
           END-IF
           MOVE WK-BOL-CODIGO(1:4)  TO WK-BOL-CALCULO(1:4)
           MOVE WK-BOL-CODIGO(6:39) TO WK-BOL-CALCULO(5:39)
           MOVE 43 TO WK-BOL-TAM
           PERFORM CALCULAR-MODULO-11
           IF WK-BOL-RESTO < 2
              MOVE 1 TO WK-BOL-DV
           ELSE
              COMPUTE WK-BOL-DV = 11 - WK-BOL-RESTO
           END-IF
           IF WK-BOL-DV NOT = WK-BOL-CD(5)
              MOVE "DÍGITO GERAL DO CÓDIGO NÃO CONFERE"
                                              TO WK-BOL-MOTIVO
              EXIT PARAGRAPH
           END-IF
           MOVE WK-BOL-CODIGO(10:10) TO WK-BOL-VALOR-BANC
           COMPUTE WK-BOL-VALOR = WK-BOL-VALOR-BANC / 100
           MOVE WK-BOL-CODIGO(6:4) TO WK-BOL-FATOR
           IF WK-BOL-FATOR NOT = ZEROS
              PERFORM CALCULAR-VENCIMENTO-BOLETO
           END-IF.

      *>--ARRECADAÇÃO: DÍGITO GERAL NA 4ª POSIÇÃO; SÓ O
      *>--IDENTIFICADOR 6 OU 8 TRAZ VALOR EFETIVO EM REAIS (7 E 9
      *>--SÃO VALOR DE REFERÊNCIA, QUE O BANCO NÃO CONVERTE). O
      *>--SEGMENTO NÃO TEM VENCIMENTO PADRONIZADO NO CÓDIGO--
       CONFERIR-CODIGO-ARRECADACAO.
           MOVE WK-BOL-CODIGO(3:1)  TO WK-BOL-ID-VALOR
           MOVE WK-BOL-CODIGO(1:3)  TO WK-BOL-CALCULO(1:3)
           MOVE WK-BOL-CODIGO(5:40) TO WK-BOL-CALCULO(4:40)
           MOVE 43 TO WK-BOL-TAM
           PERFORM CALCULAR-DV-ARRECADACAO
           IF WK-BOL-MOTIVO NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           IF WK-BOL-DV NOT = WK-BOL-CD(4)
              MOVE "DÍGITO GERAL DO CÓDIGO NÃO CONFERE"
                                              TO WK-BOL-MOTIVO
              EXIT PARAGRAPH
           END-IF
           IF WK-BOL-ID-VALOR NOT = "6" AND
              WK-BOL-ID-VALOR NOT = "8"
              MOVE "CÓDIGO SEM VALOR EFETIVO EM REAIS"
                                              TO WK-BOL-MOTIVO
              EXIT PARAGRAPH
           END-IF
           MOVE WK-BOL-CODIGO(5:11) TO WK-BOL-VALOR-ARREC
           COMPUTE WK-BOL-VALOR = WK-BOL-VALOR-ARREC / 100.

      *>--DÍGITO DA ARRECADAÇÃO: IDENTIFICADOR 6/7 USA MÓDULO 10;
      *>--8/9 USA MÓDULO 11 (RESTO 0 OU 1 VIRA DÍGITO 0)--
       CALCULAR-DV-ARRECADACAO.
           EVALUATE WK-BOL-ID-VALOR
              WHEN "6"
              WHEN "7"
                 PERFORM CALCULAR-MODULO-10
              WHEN "8"
              WHEN "9"
                 PERFORM CALCULAR-MODULO-11
                 IF WK-BOL-RESTO < 2
                    MOVE 0 TO WK-BOL-DV
                 ELSE
                    COMPUTE WK-BOL-DV = 11 - WK-BOL-RESTO
                 END-IF
              WHEN OTHER
                 MOVE "IDENTIFICADOR DE VALOR INVÁLIDO"
                                              TO WK-BOL-MOTIVO
           END-EVALUATE.

      *>--MÓDULO 10 SOBRE OS WK-BOL-TAM PRIMEIROS DÍGITOS DE
      *>--WK-BOL-CALCULO: PESOS 2 E 1 ALTERNADOS DA DIREITA PARA A
      *>--ESQUERDA, PRODUTO DE DOIS ALGARISMOS SOMA OS ALGARISMOS--
       CALCULAR-MODULO-10.
           MOVE ZEROS TO WK-BOL-SOMA
           MOVE 2 TO WK-BOL-PESO
           PERFORM VARYING WK-BOL-IDX FROM WK-BOL-TAM BY -1
                     UNTIL WK-BOL-IDX < 1
              COMPUTE WK-BOL-PRODUTO =
                      WK-BOL-CC(WK-BOL-IDX) * WK-BOL-PESO
              IF WK-BOL-PRODUTO > 9
                 SUBTRACT 9 FROM WK-BOL-PRODUTO
              END-IF
              ADD WK-BOL-PRODUTO TO WK-BOL-SOMA
              IF WK-BOL-PESO = 2
                 MOVE 1 TO WK-BOL-PESO
              ELSE
                 MOVE 2 TO WK-BOL-PESO
              END-IF
           END-PERFORM
           COMPUTE WK-BOL-RESTO = FUNCTION MOD(WK-BOL-SOMA, 10)
           IF WK-BOL-RESTO = 0
              MOVE 0 TO WK-BOL-DV
           ELSE
              COMPUTE WK-BOL-DV = 10 - WK-BOL-RESTO
           END-IF.

      *>--MÓDULO 11 SOBRE OS WK-BOL-TAM PRIMEIROS DÍGITOS: PESOS DE
      *>--2 A 9 DA DIREITA PARA A ESQUERDA, RECOMEÇANDO EM 2; DEVOLVE
      *>--SÓ O RESTO (A REGRA DO DÍGITO MUDA COM O SEGMENTO)--
       CALCULAR-MODULO-11.
           MOVE ZEROS TO WK-BOL-SOMA
           MOVE 2 TO WK-BOL-PESO
           PERFORM VARYING WK-BOL-IDX FROM WK-BOL-TAM BY -1
                     UNTIL WK-BOL-IDX < 1
              COMPUTE WK-BOL-SOMA = WK-BOL-SOMA +
                      WK-BOL-CC(WK-BOL-IDX) * WK-BOL-PESO
              IF WK-BOL-PESO = 9
                 MOVE 2 TO WK-BOL-PESO
              ELSE
                 ADD 1 TO WK-BOL-PESO
              END-IF
           END-PERFORM
           COMPUTE WK-BOL-RESTO = FUNCTION MOD(WK-BOL-SOMA, 11).

      *>--FATOR DE VENCIMENTO: DIAS DESDE 07/10/1997. O FATOR CHEGOU
      *>--A 9999 EM 21/02/2025 E RECOMEÇOU EM 1000 NO DIA SEGUINTE;
      *>--VALE O CICLO QUE DEIXA O VENCIMENTO MAIS PERTO DO DIA--
       CALCULAR-VENCIMENTO-BOLETO.
           MOVE WK-DATA-DIA TO WK-BOL-DATA-NUM
           COMPUTE WK-BOL-DIA-HOJE =
                   FUNCTION INTEGER-OF-DATE(WK-BOL-DATA-NUM)
           COMPUTE WK-BOL-DIA-CICLO1 =
                   FUNCTION INTEGER-OF-DATE(19971007) + WK-BOL-FATOR
           COMPUTE WK-BOL-DIA-CICLO2 =
                   FUNCTION INTEGER-OF-DATE(20250222) + WK-BOL-FATOR
                   - 1000
           COMPUTE WK-BOL-DIST1 = WK-BOL-DIA-CICLO1 - WK-BOL-DIA-HOJE
           IF WK-BOL-DIST1 < 0
              COMPUTE WK-BOL-DIST1 = 0 - WK-BOL-DIST1
           END-IF
           COMPUTE WK-BOL-DIST2 = WK-BOL-DIA-CICLO2 - WK-BOL-DIA-HOJE
           IF WK-BOL-DIST2 < 0
              COMPUTE WK-BOL-DIST2 = 0 - WK-BOL-DIST2
           END-IF
           IF WK-BOL-DIST1 < WK-BOL-DIST2
              COMPUTE WK-BOL-DATA-NUM =
                      FUNCTION DATE-OF-INTEGER(WK-BOL-DIA-CICLO1)
           ELSE
              COMPUTE WK-BOL-DATA-NUM =
                      FUNCTION DATE-OF-INTEGER(WK-BOL-DIA-CICLO2)
           END-IF
           MOVE WK-BOL-DATA-NUM TO WK-BOL-VENCIMENTO.

      *>--TARIFA DO MOVIMENTO (WK-TRF-OPERACAO) NA CONTA EM ANÁLISE:
      *>--A TABELA DO TIPO DA CONTA DÁ O VALOR E A FRANQUIA; O USO
      *>--GRAVADO EM OUTRO MÊS CONTA COMO ZERO (A VIRADA DO MÊS
      *>--ZERA A FRANQUIA)--
       CALCULAR-TARIFA-LOTE.
           MOVE ZEROS TO WK-TARIFA-LOTE
           MOVE ZEROS TO WK-USO-QTD-MES
           IF NOT TARIFAS-DISPONIVEIS
              EXIT PARAGRAPH
           END-IF
           MOVE ARQ-TIPO-CONTA  TO TRF-TIPO-CONTA
           MOVE WK-TRF-OPERACAO TO TRF-OPERACAO
           READ ARQUIVO-TARIFAS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           SET CONTA-USO-TARIFA TO TRUE
           IF TRF-VALOR NOT > 0
              EXIT PARAGRAPH
           END-IF
           MOVE MOV-NUM-CONTA   TO USO-NUM-CONTA
           MOVE WK-TRF-OPERACAO TO USO-OPERACAO
           READ ARQUIVO-USO-TARIFA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF USO-MES = WK-DATA-DIA(1:6)
                      MOVE USO-QTD TO WK-USO-QTD-MES
                   END-IF
           END-READ
           IF WK-USO-QTD-MES NOT < TRF-FRANQUIA
              MOVE TRF-VALOR TO WK-TARIFA-LOTE
           END-IF.

      *>--DEPÓSITO DO PARCEIRO NUNCA É RECUSADO POR CAUSA DA
      *>--TARIFA: SE ELA NÃO COUBER NO SALDO NOVO MAIS O CHEQUE
      *>--ESPECIAL, O USO CONTA MAS A TARIFA NÃO É COBRADA--
       TARIFAR-DEPOSITO-LOTE.
           MOVE "LOTE-DEP" TO WK-TRF-OPERACAO
           PERFORM CALCULAR-TARIFA-LOTE
           IF WK-TARIFA-LOTE > 0
              PERFORM CARREGAR-LIMITE-CHEQUE
              IF WK-TARIFA-LOTE > WK-SALDO-NOVO + WK-LIMITE-CHEQUE
                 DISPLAY "TARIFA NÃO COBRADA (SALDO INSUFICIENTE) NA"
                    " CONTA " MOV-NUM-CONTA
                 MOVE ZEROS TO WK-TARIFA-LOTE
              END-IF
           END-IF.

       REGISTRAR-USO-TARIFA.
           MOVE MOV-NUM-CONTA   TO USO-NUM-CONTA
           MOVE WK-TRF-OPERACAO TO USO-OPERACAO
           READ ARQUIVO-USO-TARIFA
               INVALID KEY
                   MOVE MOV-NUM-CONTA    TO USO-NUM-CONTA
                   MOVE WK-TRF-OPERACAO  TO USO-OPERACAO
                   MOVE WK-DATA-DIA(1:6) TO USO-MES
                   MOVE 1                TO USO-QTD
                   WRITE REGISTRO-USO-TARIFA
                      INVALID KEY
                         CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF USO-MES = WK-DATA-DIA(1:6)
                      ADD 1 TO USO-QTD
                   ELSE
                      MOVE WK-DATA-DIA(1:6) TO USO-MES
                      MOVE 1                TO USO-QTD
                   END-IF
                   REWRITE REGISTRO-USO-TARIFA
           END-READ.

      *>--FORA DA FRANQUIA: A TARIFA SAI DO SALDO EM MOVIMENTO
      *>--PRÓPRIO (TARIFA) E ENTRA NA RECEITA DE TARIFAS DO RAZÃO;
      *>--NÃO SOMA NO TETO DIÁRIO DE DÉBITOS DO CLIENTE--
       COBRAR-TARIFA-LOTE.
           SUBTRACT WK-TARIFA-LOTE FROM WK-SALDO-NOVO
           MOVE WK-SALDO-NOVO TO ARQ-SALDO
           REWRITE REGISTRO-ARQUIVO
           MOVE FUNCTION CURRENT-DATE TO DATA-COMPLETA
           MOVE MOV-NUM-CONTA     TO EXT-NUM-CONTA
           MOVE WK-DATA-DIA       TO EXT-DATA-HORA(1:8)
           MOVE DATA-COMPLETA(9:6) TO EXT-DATA-HORA(9:6)
           MOVE "TARIFA"          TO EXT-TIPO
           MOVE WK-TARIFA-LOTE    TO EXT-VALOR
           MOVE WK-SALDO-NOVO     TO EXT-SALDO-APOS
           MOVE ZEROS             TO EXT-CONTRAPARTIDA
           MOVE "LOTE"            TO EXT-OPERADOR
           MOVE SPACES            TO EXT-REF-ESTORNO
           PERFORM GRAVAR-REGISTRO-EXTRATO
           MOVE "DEP-CLIENTES"    TO WK-RZO-CTA-DEBITO
           MOVE "REC-TARIFAS"     TO WK-RZO-CTA-CREDITO
           MOVE WK-TARIFA-LOTE    TO WK-RZO-VALOR
           MOVE "TARIFA"          TO WK-RZO-TIPO-MOV
           PERFORM GRAVAR-PARTIDAS-RAZAO
           ADD 1 TO WK-TOTAL-TARIFAS
           ADD WK-TARIFA-LOTE TO WK-VALOR-TARIFAS.

      *>--SOMA AS RETENÇÕES ATIVAS DA CONTA DO MOVIMENTO (DEPÓSITOS
      *>--QUE JÁ ESTÃO NO SALDO CONTÁBIL MAS AINDA NÃO LIBERADOS)--
       CALCULAR-SALDO-RETIDO.
           MOVE ZEROS TO WK-SALDO-RETIDO
           MOVE "N" TO FLAG-VARREDURA-RETENCAO
           MOVE MOV-NUM-CONTA    TO RTN-NUM-CONTA
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
                 IF RTN-NUM-CONTA NOT = MOV-NUM-CONTA
                    SET VARREDURA-RETENCAO-ENCERRADA TO TRUE
                 ELSE
                    IF RTN-SITUACAO = "A"
                       ADD RTN-VALOR TO WK-SALDO-RETIDO
                    END-IF
                 END-IF
           END-READ.

      *>--DEPÓSITO DO PARCEIRO ACIMA DO VALOR MÍNIMO DA REGRA DO
      *>--CANAL "LOTE" (ZERO = TODOS) FICA RETIDO PELOS DIAS ÚTEIS
      *>--DA REGRA; A RETENÇÃO LEVA A CHAVE DO MOVIMENTO GRAVADO--
       RETER-DEPOSITO-LOTE.
           MOVE "LOTE" TO RGR-CANAL
           READ ARQUIVO-REGRAS-RET
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF RGR-DIAS-UTEIS = ZEROS OR
              MOV-VALOR NOT > RGR-VALOR-MINIMO
              EXIT PARAGRAPH
           END-IF
           PERFORM CALCULAR-DATA-LIBERACAO
           MOVE EXT-CHAVE TO RTN-CHAVE
           MOVE MOV-VALOR TO RTN-VALOR
           IF RGR-VALOR-MINIMO = ZEROS
              MOVE "DEPOSITO VIA LOTE" TO RTN-MOTIVO
           ELSE
              MOVE "VALOR ACIMA DO TETO" TO RTN-MOTIVO
           END-IF
           MOVE WK-RTN-DATA-LIB TO RTN-DATA-LIBERACAO
           MOVE "A"             TO RTN-SITUACAO
           WRITE REGISTRO-RETENCAO
              INVALID KEY
                 DISPLAY "RETENÇÃO DUPLICADA NA CONTA " MOV-NUM-CONTA
           END-WRITE.

      *>--DATA DE LIBERAÇÃO: AVANÇA OS DIAS ÚTEIS DA REGRA A PARTIR
      *>--DO DIA OPERACIONAL, PULANDO SÁBADO E DOMINGO (O DIA 1 DO
      *>--CALENDÁRIO INTEIRO, 01/01/1601, CAIU NUMA SEGUNDA-FEIRA)--
       CALCULAR-DATA-LIBERACAO.
           MOVE WK-DATA-DIA TO WK-RTN-DATA-NUM
           COMPUTE WK-RTN-DIA-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(WK-RTN-DATA-NUM)
           MOVE ZEROS TO WK-RTN-DIAS-CONTADOS
           PERFORM AVANCAR-DIA-UTIL
                     UNTIL WK-RTN-DIAS-CONTADOS = RGR-DIAS-UTEIS
           COMPUTE WK-RTN-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER(WK-RTN-DIA-INTEIRO).

       AVANCAR-DIA-UTIL.
           ADD 1 TO WK-RTN-DIA-INTEIRO
           COMPUTE WK-RTN-DIA-SEMANA =
                   FUNCTION MOD(WK-RTN-DIA-INTEIRO - 1, 7)
           IF WK-RTN-DIA-SEMANA < 5
              ADD 1 TO WK-RTN-DIAS-CONTADOS
           END-IF.

      *>--PARTIDAS DOBRADAS DO RAZÃO INTERNO: CADA LANÇAMENTO GERA
      *>--UM DÉBITO E UM CRÉDITO DE MESMO VALOR EM razao.txt--
