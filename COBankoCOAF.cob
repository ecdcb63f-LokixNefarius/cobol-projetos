      *>-----------------IDENTIFICAÇÃO------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBankoCOAF.
       AUTHOR.        WESLEY A. M.
      *>-----------------AMBIENTE----------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-OPERADORES ASSIGN TO "operadores.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS OPER-ID
                        FILE STATUS IS FILE-STATUS-OPERADORES.
           SELECT ARQUIVO-CONTAS ASSIGN TO "contas.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS ARQ-NUM-CONTA
                        FILE STATUS IS FILE-STATUS-ARQUIVO.
           SELECT ARQUIVO-CLIENTES ASSIGN TO "clientes.txt"
                        ORGANIZATION IS INDEXED
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
                        RECORD KEY IS EXT-CHAVE
                        FILE STATUS IS FILE-STATUS-EXTRATO.
      *>PARÂMETROS DO MONITORAMENTO, UM REGISTRO EDITÁVEL PELA
      *>ÁREA DE COMPLIANCE; CRIADO COM OS VALORES PADRÃO NA
      *>PRIMEIRA CORRIDA
           SELECT ARQUIVO-PARAMETROS ASSIGN TO "parcoaf.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-PARAMETROS.
      *>CASOS DE ALERTA COM A SITUAÇÃO DO TRABALHO DO COMPLIANCE
      *>(PENDENTE, COMUNICADO AO COAF, DESCARTADO); A CHAVE É O
      *>CPF + REGRA + MOVIMENTO QUE DISPAROU O ALERTA, ENTÃO UMA
      *>NOVA CORRIDA SOBRE O MESMO PERÍODO NÃO DUPLICA CASO NEM
      *>APAGA O PARECER JÁ REGISTRADO
           SELECT ARQUIVO-CASOS ASSIGN TO "coafcasos.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS CAS-CHAVE
                        FILE STATUS IS FILE-STATUS-CASOS.
           SELECT ARQUIVO-AUDITORIA ASSIGN TO "auditoria.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-AUDITORIA.
      *>RELATÓRIO DA CORRIDA PARA A PASTA DE COMPLIANCE: OS
      *>ALERTAS DO PERÍODO COM NOME E ENDEREÇO DO CLIENTE
           SELECT ARQUIVO-RELATORIO ASSIGN TO "coaf.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-RELATORIO.
      *>------------------DADOS-------------------------
       DATA DIVISION.

       FILE SECTION.
       FD ARQUIVO-OPERADORES.
       01 REGISTRO-OPERADOR.
           05 OPER-ID             PIC X(6).
           05 OPER-NOME           PIC X(30).
           05 OPER-NIVEL          PIC 9(1).

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

       FD ARQUIVO-CLIENTES.
       01 REGISTRO-CLIENTE.
           05 CLI-CPF             PIC 9(11).
           05 CLI-NOME            PIC X(30).
           05 CLI-DATA-CADASTRO   PIC X(14).
           05 CLI-ENDERECO        PIC X(40).
           05 CLI-CIDADE          PIC X(25).
           05 CLI-UF              PIC X(2).
           05 CLI-CEP             PIC 9(8).
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
              10 EXT-NUM-CONTA  PIC 9(6).
              10 EXT-DATA-HORA  PIC X(14).
              10 EXT-SEQ        PIC 9(3).
           05 EXT-TIPO       PIC X(10).
           05 EXT-VALOR      PIC S9(9)V99.
           05 EXT-SALDO-APOS PIC S9(5)V99.
           05 EXT-CONTRAPARTIDA PIC 9(6).
           05 EXT-OPERADOR   PIC X(6).
           05 EXT-REF-ESTORNO PIC X(17).

      *>VALORES COM DUAS DECIMAIS IMPLÍCITAS (00005000000 =
      *>50.000,00); PERCENTUAIS E DIAS INTEIROS
       FD ARQUIVO-PARAMETROS.
       01 REGISTRO-PARAMETROS.
           05 PAR-LIMITE-ESPECIE  PIC 9(9)V99.
           05 PAR-FAIXA-PERC      PIC 9(2).
           05 PAR-JANELA-DIAS     PIC 9(2).
           05 PAR-QTD-FRACIONADO  PIC 9(2).
           05 PAR-DIAS-CONTA-NOVA PIC 9(3).
           05 PAR-JANELA-GIRO     PIC 9(2).
           05 PAR-PERC-GIRO       PIC 9(3).
           05 PAR-VALOR-MIN-GIRO  PIC 9(9)V99.

       FD ARQUIVO-CASOS.
       01 REGISTRO-CASO.
           05 CAS-CHAVE.
              10 CAS-CPF          PIC 9(11).
              10 CAS-TIPO         PIC X(10).
              10 CAS-REF          PIC X(23).
           05 CAS-NUM-CONTA       PIC 9(6).
           05 CAS-DATA-INICIO     PIC X(8).
           05 CAS-DATA-FIM        PIC X(8).
           05 CAS-QTD-OPERACOES   PIC 9(4).
           05 CAS-VALOR           PIC S9(11)V99.
           05 CAS-VALOR-SAIDA     PIC S9(11)V99.
           05 CAS-NOME            PIC X(30).
           05 CAS-ENDERECO        PIC X(40).
           05 CAS-CIDADE          PIC X(25).
           05 CAS-UF              PIC X(2).
           05 CAS-CEP             PIC 9(8).
           05 CAS-DATA-GERACAO    PIC X(8).
           05 CAS-SITUACAO        PIC X(1).
           05 CAS-DATA-ANALISE    PIC X(8).
           05 CAS-OPERADOR        PIC X(6).
           05 CAS-PARECER         PIC X(40).

       FD ARQUIVO-AUDITORIA.
       01 REGISTRO-AUDITORIA.
           05 AUD-DATA-HORA       PIC X(14).
           05 AUD-OPERADOR        PIC X(6).
           05 AUD-EVENTO          PIC X(12).
           05 AUD-NUM-CONTA       PIC 9(6).
           05 AUD-RESULTADO       PIC X(20).
           05 AUD-CPF-SOLICITANTE PIC X(11).

       FD ARQUIVO-RELATORIO.
       01 REGISTRO-RELATORIO  PIC X(120).

       WORKING-STORAGE SECTION.
      *>----------VARIÁVEIS------------
       01 FILE-STATUS-OPERADORES PIC XX.
       01 FILE-STATUS-ARQUIVO    PIC XX.
       01 FILE-STATUS-CLIENTES   PIC XX.
       01 FILE-STATUS-TITULARES  PIC XX.
       01 FILE-STATUS-EXTRATO    PIC XX.
       01 FILE-STATUS-PARAMETROS PIC XX.
       01 FILE-STATUS-CASOS      PIC XX.
       01 FILE-STATUS-AUDITORIA  PIC XX.
       01 FILE-STATUS-RELATORIO  PIC XX.
       01 DATA-COMPLETA          PIC X(20).
       01 OPCAO-MENU             PIC 9(1).
      *>-------OPERADOR DA SESSÃO (SÓ SUPERVISOR TRABALHA OS
      *>-------ALERTAS, E O USO TAMBÉM É AUDITADO)-------
       01 OPERADOR-ATUAL     PIC X(6)  VALUE SPACES.
       01 OPERADOR-NIVEL-ATUAL PIC 9(1) VALUE ZEROS.
       01 FLAG-OPERADOR-STATUS PIC X  VALUE "N".
           88 OPERADOR-VALIDO    VALUE "S".
       01 WK-AUD-EVENTO      PIC X(12).
       01 WK-AUD-RESULTADO   PIC X(20).
       01 WK-AUD-CONTA       PIC 9(6) VALUE ZEROS.
      *>-------PERÍODO ANALISADO (AAAAMMDD)-------
       01 WK-DATA-DE-ENT     PIC X(8).
       01 WK-DATA-ATE-ENT    PIC X(8).
       01 WK-DATA-DE         PIC X(8).
       01 WK-DATA-ATE        PIC X(8).
       01 WK-DATA-HOJE       PIC X(8).
       01 FLAG-PERIODO-STATUS PIC X VALUE "N".
           88 PERIODO-VALIDO     VALUE "S".
      *>-------PARÂMETROS EM USO NA CORRIDA-------
       01 WK-LIMITE-ESPECIE  PIC 9(9)V99.
       01 WK-FAIXA-PERC      PIC 9(2).
       01 WK-JANELA-DIAS     PIC 9(2).
       01 WK-QTD-FRACIONADO  PIC 9(2).
       01 WK-DIAS-CONTA-NOVA PIC 9(3).
       01 WK-JANELA-GIRO     PIC 9(2).
       01 WK-PERC-GIRO       PIC 9(3).
       01 WK-VALOR-MIN-GIRO  PIC 9(9)V99.
       01 WK-LIMITE-INFERIOR PIC 9(9)V99.
      *>-------CONTAS DO CADASTRO: CPF DO TITULAR E DIA DE
      *>-------ABERTURA, PARA AGRUPAR OS MOVIMENTOS POR CLIENTE-----
       01 WK-QTD-CONTAS      PIC 9(4) VALUE ZEROS.
       01 WK-IDX             PIC 9(4) COMP.
       01 WK-IDX-CPF         PIC 9(4) COMP.
       01 WK-QTD-PRINCIPAIS  PIC 9(4) VALUE ZEROS.
       01 WK-IDX-ACHADO      PIC 9(4) COMP.
       01 WK-CONTAS-COAF.
           05 WK-CONTA-COAF OCCURS 5000 TIMES.
              10 WK-CTA-NUM           PIC 9(6).
              10 WK-CTA-CPF           PIC 9(11).
              10 WK-CTA-NOME          PIC X(30).
              10 WK-CTA-DIA-ABERTURA  PIC 9(7).
              10 WK-CTA-TRATADA       PIC X(1).
       01 FLAG-TABELA-STATUS PIC X VALUE "N".
           88 TABELA-ESTOURADA   VALUE "S".
      *>-------CLIENTE EM ANÁLISE-------
       01 WK-CPF-ANALISE     PIC 9(11).
       01 WK-CLI-NOME        PIC X(30).
       01 WK-CLI-ENDERECO    PIC X(40).
       01 WK-CLI-CIDADE      PIC X(25).
       01 WK-CLI-UF          PIC X(2).
       01 WK-CLI-CEP         PIC 9(8).
       01 FLAG-CLIENTES-STATUS PIC X VALUE "N".
           88 CLIENTES-DISPONIVEIS VALUE "S".
      *>-------MOVIMENTOS MONITORADOS DO CLIENTE NO PERÍODO, DE
      *>-------TODAS AS CONTAS DELE, EM ORDEM DE DATA-HORA-------
       01 WK-QTD-MOV         PIC 9(4) VALUE ZEROS.
       01 WK-IDX-MOV         PIC 9(4) COMP.
       01 WK-IDX-JAN         PIC 9(4) COMP.
       01 WK-IDX-POS         PIC 9(4) COMP.
       01 WK-MOVIMENTOS-CPF.
           05 WK-MOV OCCURS 2000 TIMES.
              10 WK-MOV-CHAVE.
                 15 WK-MOV-NUM-CONTA  PIC 9(6).
                 15 WK-MOV-DATA-HORA  PIC X(14).
                 15 WK-MOV-SEQ        PIC 9(3).
              10 WK-MOV-TIPO          PIC X(10).
              10 WK-MOV-VALOR         PIC S9(9)V99.
              10 WK-MOV-DIA           PIC 9(7).
              10 WK-MOV-DIA-ABERTURA  PIC 9(7).
              10 WK-MOV-SENTIDO       PIC X(1).
              10 WK-MOV-ESPECIE       PIC X(1).
              10 WK-MOV-USADO         PIC X(1).
       01 FLAG-MOV-ESTOURO   PIC X VALUE "N".
           88 MOVIMENTOS-ESTOURADOS VALUE "S".
       01 FLAG-POSICAO       PIC X VALUE "N".
           88 POSICAO-ACHADA     VALUE "S".
       01 FLAG-FIM-CONTA     PIC X VALUE "N".
           88 FIM-MOVIMENTOS-CONTA VALUE "S".
      *>-------CLASSIFICAÇÃO DO MOVIMENTO: ENTRADA/SAÍDA E SE É
      *>-------OPERAÇÃO EM ESPÉCIE (BALCÃO OU PARCEIRO)-------
       01 WK-NOVO-SENTIDO    PIC X(1).
       01 WK-NOVO-ESPECIE    PIC X(1).
       01 FLAG-TIPO-STATUS   PIC X VALUE "N".
           88 TIPO-MONITORADO    VALUE "S".
       01 WK-DATA-NUM        PIC 9(8).
       01 WK-DATA-X REDEFINES WK-DATA-NUM PIC X(8).
      *>-------JANELA DE DIAS E GRUPO DE MOVIMENTOS DA REGRA-------
       01 WK-SENTIDO-ANALISE PIC X(1).
       01 WK-DIA-LIMITE      PIC 9(7).
       01 FLAG-JANELA        PIC X VALUE "N".
           88 FORA-DA-JANELA     VALUE "S".
       01 FLAG-CANDIDATO     PIC X VALUE "N".
           88 MOV-CANDIDATO      VALUE "S".
       01 WK-GRP-QTD         PIC 9(4).
       01 WK-GRP-VALOR       PIC S9(11)V99.
       01 WK-GRP-SAIDA       PIC S9(11)V99.
       01 WK-GRP-DATA-FIM    PIC X(8).
      *>-------ALERTA MONTADO PELA REGRA-------
       01 WK-ALR-TIPO        PIC X(10).
       01 WK-ALR-REF         PIC X(23).
       01 WK-ALR-CONTA       PIC 9(6).
       01 WK-ALR-DATA-INICIO PIC X(8).
       01 WK-ALR-DATA-FIM    PIC X(8).
       01 WK-ALR-QTD         PIC 9(4).
       01 WK-ALR-VALOR       PIC S9(11)V99.
       01 WK-ALR-SAIDA       PIC S9(11)V99.
      *>-------TRABALHO DOS CASOS-------
       01 WK-CPF-CASO        PIC 9(11).
       01 WK-PARECER-ENT     PIC X(1).
       01 WK-JUSTIFICATIVA   PIC X(40).
       01 WK-FIL-SITUACAO    PIC X(1).
       01 WK-SITUACAO-EXIB   PIC X(10).
       01 FLAG-FIM-CASOS     PIC X VALUE "N".
           88 FIM-CASOS-CPF      VALUE "S".
      *>-------LINHAS DO RELATÓRIO-------
       01 LINHA-TEXTO        PIC X(120).
       01 WK-VALOR-EDITADO   PIC -(11)9.99.
       01 WK-SAIDA-EDITADA   PIC -(11)9.99.
       01 WK-DATA-FMT        PIC X(8).
       01 WK-DATA-EDITADA    PIC X(10).
       01 WK-DATA-EDITADA-2  PIC X(10).
      *>-------TOTALIZADORES-------
       01 WK-TOTAL-CPFS           PIC 9(6) VALUE ZEROS.
       01 WK-TOTAL-MOVIMENTOS     PIC 9(8) VALUE ZEROS.
       01 WK-TOTAL-ALERTAS        PIC 9(6) VALUE ZEROS.
       01 WK-TOTAL-ESPECIE        PIC 9(6) VALUE ZEROS.
       01 WK-TOTAL-FRACIONADO     PIC 9(6) VALUE ZEROS.
       01 WK-TOTAL-CONTA-NOVA     PIC 9(6) VALUE ZEROS.
       01 WK-TOTAL-NOVOS          PIC 9(6) VALUE ZEROS.
       01 WK-TOTAL-JA-REGISTRADOS PIC 9(6) VALUE ZEROS.
       01 WK-TOTAL-EXIBIDOS       PIC 9(6) VALUE ZEROS.
       01 WK-TOTAL-ANALISADOS     PIC 9(6) VALUE ZEROS.
      *>EOF-FIM DO ARQUIVO
       01 EOF-FLAG              PIC X VALUE "N".
           88 FIM-ARQUIVO        VALUE "S".

      *>--------------------LÓGICA----------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM IDENTIFICAR-OPERADOR UNTIL OPERADOR-VALIDO
           IF OPERADOR-NIVEL-ATUAL < 2
              DISPLAY "MONITORAMENTO COAF RESTRITO A OPERADOR"
                                               " SUPERVISOR."
              MOVE "COAF"         TO WK-AUD-EVENTO
              MOVE "NEGADO-NIVEL" TO WK-AUD-RESULTADO
              PERFORM REGISTRAR-USO-NA-TRILHA
              STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO DATA-COMPLETA
           MOVE DATA-COMPLETA(1:8) TO WK-DATA-HOJE
           PERFORM MENU-COAF UNTIL OPCAO-MENU = 4
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

       MENU-COAF.
           DISPLAY "1 - GERAR ALERTAS DO PERÍODO."
           DISPLAY "2 - LISTAR CASOS."
           DISPLAY "3 - REGISTRAR ANÁLISE DE CASO."
           DISPLAY "4 - SAIR."
           DISPLAY "ESCOLHA UMA OPÇÃO (EX: 1): "
           ACCEPT OPCAO-MENU
           EVALUATE OPCAO-MENU
              WHEN 1
                 PERFORM GERAR-ALERTAS
              WHEN 2
                 PERFORM LISTAR-CASOS
              WHEN 3
                 PERFORM REGISTRAR-ANALISE
              WHEN 4
                 DISPLAY "SAINDO..."
              WHEN OTHER
                 DISPLAY "OPÇÃO INVALIDA."
           END-EVALUATE.

      *>---VARRE O EXTRATO DO PERÍODO CONTA A CONTA, JUNTA OS
      *>---MOVIMENTOS DE TODAS AS CONTAS DO MESMO CPF E APLICA AS
      *>---TRÊS REGRAS: OPERAÇÃO EM ESPÉCIE ACIMA DO LIMITE,
      *>---FRACIONAMENTO LOGO ABAIXO DO LIMITE EM DIAS PRÓXIMOS E
      *>---ENTRA-E-SAI RÁPIDO EM CONTA ABERTA HÁ POUCO; CADA
      *>---ALERTA VIRA CASO EM coafcasos.txt E LINHA EM coaf.txt---
       GERAR-ALERTAS.
           PERFORM ACEITAR-PERIODO
           IF NOT PERIODO-VALIDO
              EXIT PARAGRAPH
           END-IF
           PERFORM CARREGAR-PARAMETROS
           PERFORM CARREGAR-CONTAS
           IF WK-QTD-CONTAS = ZEROS
              DISPLAY "NENHUMA CONTA CADASTRADA."
              EXIT PARAGRAPH
           END-IF
      *>TABELA ESTOURADA = CLIENTES FORA DA ANÁLISE: UM RELATÓRIO
      *>DE COMPLIANCE INCOMPLETO NÃO É GERADO (MESMA POSTURA DA
      *>DORMÊNCIA)
           IF TABELA-ESTOURADA
              DISPLAY "LIMITE DE 5000 CONTAS EXCEDIDO —"
                 " NENHUM ALERTA FOI GERADO."
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARQUIVO-EXTRATO
           IF FILE-STATUS-EXTRATO = "35"
              DISPLAY "NENHUM MOVIMENTO REGISTRADO."
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FLAG-CLIENTES-STATUS
           OPEN INPUT ARQUIVO-CLIENTES
           IF FILE-STATUS-CLIENTES = "00"
              SET CLIENTES-DISPONIVEIS TO TRUE
           END-IF
           OPEN I-O ARQUIVO-CASOS
           IF FILE-STATUS-CASOS = "35"
              OPEN OUTPUT ARQUIVO-CASOS
              CLOSE ARQUIVO-CASOS
              OPEN I-O ARQUIVO-CASOS
           END-IF
           MOVE ZEROS TO WK-TOTAL-CPFS
           MOVE ZEROS TO WK-TOTAL-MOVIMENTOS
           MOVE ZEROS TO WK-TOTAL-ALERTAS
           MOVE ZEROS TO WK-TOTAL-ESPECIE
           MOVE ZEROS TO WK-TOTAL-FRACIONADO
           MOVE ZEROS TO WK-TOTAL-CONTA-NOVA
           MOVE ZEROS TO WK-TOTAL-NOVOS
           MOVE ZEROS TO WK-TOTAL-JA-REGISTRADOS
           OPEN OUTPUT ARQUIVO-RELATORIO
           PERFORM GRAVAR-CABECALHO-RELATORIO
           PERFORM VARYING WK-IDX-CPF FROM 1 BY 1
                     UNTIL WK-IDX-CPF > WK-QTD-CONTAS
              IF WK-CTA-TRATADA(WK-IDX-CPF) = "N"
                 PERFORM ANALISAR-CPF
              END-IF
           END-PERFORM
           MOVE ALL "-" TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE SPACES TO LINHA-TEXTO
           STRING "ALERTAS NO PERIODO: " WK-TOTAL-ALERTAS
                  "  NOVOS: " WK-TOTAL-NOVOS
                  "  JA REGISTRADOS: " WK-TOTAL-JA-REGISTRADOS
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           CLOSE ARQUIVO-RELATORIO
           CLOSE ARQUIVO-CASOS
           IF CLIENTES-DISPONIVEIS
              CLOSE ARQUIVO-CLIENTES
           END-IF
           CLOSE ARQUIVO-EXTRATO
           DISPLAY "========== MONITORAMENTO COAF =========="
           DISPLAY "PERIODO....................: " WK-DATA-DE
                                              " A " WK-DATA-ATE
           DISPLAY "CLIENTES COM MOVIMENTO.....: " WK-TOTAL-CPFS
           DISPLAY "MOVIMENTOS ANALISADOS......: "
                                             WK-TOTAL-MOVIMENTOS
           DISPLAY "ALERTAS EM ESPECIE.........: " WK-TOTAL-ESPECIE
           DISPLAY "ALERTAS DE FRACIONAMENTO...: "
                                             WK-TOTAL-FRACIONADO
           DISPLAY "ALERTAS DE CONTA NOVA......: "
                                             WK-TOTAL-CONTA-NOVA
           DISPLAY "CASOS NOVOS................: " WK-TOTAL-NOVOS
           DISPLAY "CASOS JA REGISTRADOS.......: "
                                             WK-TOTAL-JA-REGISTRADOS
           DISPLAY "RELATORIO GRAVADO EM coaf.txt."
           MOVE "COAF-ALERTAS" TO WK-AUD-EVENTO
           MOVE "EXECUTADO"    TO WK-AUD-RESULTADO
           PERFORM REGISTRAR-USO-NA-TRILHA.

       ACEITAR-PERIODO.
           MOVE "N" TO FLAG-PERIODO-STATUS
           DISPLAY "DATA INICIAL (DDMMAAAA): "
           ACCEPT WK-DATA-DE-ENT
           DISPLAY "DATA FINAL (DDMMAAAA): "
           ACCEPT WK-DATA-ATE-ENT
           IF WK-DATA-DE-ENT IS NOT NUMERIC OR
              WK-DATA-ATE-ENT IS NOT NUMERIC
              DISPLAY "DATA INVÁLIDA."
              EXIT PARAGRAPH
           END-IF
           STRING WK-DATA-DE-ENT(5:4) WK-DATA-DE-ENT(3:2)
                  WK-DATA-DE-ENT(1:2)
                  DELIMITED BY SIZE INTO WK-DATA-DE
           STRING WK-DATA-ATE-ENT(5:4) WK-DATA-ATE-ENT(3:2)
                  WK-DATA-ATE-ENT(1:2)
                  DELIMITED BY SIZE INTO WK-DATA-ATE
           IF WK-DATA-DE > WK-DATA-ATE
              DISPLAY "DATA INICIAL POSTERIOR À FINAL."
              EXIT PARAGRAPH
           END-IF
           SET PERIODO-VALIDO TO TRUE.

      *>--SEM ARQUIVO DE PARÂMETROS, GRAVA UM COM OS VALORES PADRÃO
      *>--(ESPÉCIE 50.000,00; FAIXA DE 10% ABAIXO DO LIMITE; TRÊS
      *>--OPERAÇÕES EM ATÉ 2 DIAS; CONTA ABERTA HÁ ATÉ 90 DIAS QUE
      *>--DEVOLVE 80% DE UM CRÉDITO DE 10.000,00 OU MAIS EM ATÉ 3
      *>--DIAS); VALOR ZERADO OU NÃO NUMÉRICO VOLTA AO PADRÃO--
       CARREGAR-PARAMETROS.
           MOVE 50000.00 TO WK-LIMITE-ESPECIE
           MOVE 10       TO WK-FAIXA-PERC
           MOVE 2        TO WK-JANELA-DIAS
           MOVE 3        TO WK-QTD-FRACIONADO
           MOVE 90       TO WK-DIAS-CONTA-NOVA
           MOVE 3        TO WK-JANELA-GIRO
           MOVE 80       TO WK-PERC-GIRO
           MOVE 10000.00 TO WK-VALOR-MIN-GIRO
           OPEN INPUT ARQUIVO-PARAMETROS
           IF FILE-STATUS-PARAMETROS = "35"
              OPEN OUTPUT ARQUIVO-PARAMETROS
              MOVE WK-LIMITE-ESPECIE  TO PAR-LIMITE-ESPECIE
              MOVE WK-FAIXA-PERC      TO PAR-FAIXA-PERC
              MOVE WK-JANELA-DIAS     TO PAR-JANELA-DIAS
              MOVE WK-QTD-FRACIONADO  TO PAR-QTD-FRACIONADO
              MOVE WK-DIAS-CONTA-NOVA TO PAR-DIAS-CONTA-NOVA
              MOVE WK-JANELA-GIRO     TO PAR-JANELA-GIRO
              MOVE WK-PERC-GIRO       TO PAR-PERC-GIRO
              MOVE WK-VALOR-MIN-GIRO  TO PAR-VALOR-MIN-GIRO
              WRITE REGISTRO-PARAMETROS
              CLOSE ARQUIVO-PARAMETROS
              DISPLAY "PARÂMETROS PADRÃO GRAVADOS EM parcoaf.txt."
           ELSE
              READ ARQUIVO-PARAMETROS
                 AT END
                    DISPLAY "parcoaf.txt VAZIO — USANDO PARÂMETROS"
                                                       " PADRÃO."
                 NOT AT END
                    PERFORM ASSUMIR-PARAMETROS
              END-READ
              CLOSE ARQUIVO-PARAMETROS
           END-IF
           COMPUTE WK-LIMITE-INFERIOR ROUNDED =
                   WK-LIMITE-ESPECIE * (100 - WK-FAIXA-PERC) / 100
           MOVE WK-LIMITE-ESPECIE TO WK-VALOR-EDITADO
           DISPLAY "LIMITE EM ESPÉCIE..........: " WK-VALOR-EDITADO
           MOVE WK-LIMITE-INFERIOR TO WK-VALOR-EDITADO
           DISPLAY "FAIXA DE FRACIONAMENTO DE..: " WK-VALOR-EDITADO
           DISPLAY "OPERAÇÕES / JANELA (DIAS)..: " WK-QTD-FRACIONADO
                                             " / " WK-JANELA-DIAS
           DISPLAY "CONTA NOVA ATÉ (DIAS)......: "
                                             WK-DIAS-CONTA-NOVA
           DISPLAY "SAÍDA % / JANELA (DIAS)....: " WK-PERC-GIRO
                                             " / " WK-JANELA-GIRO.

       ASSUMIR-PARAMETROS.
           IF PAR-LIMITE-ESPECIE IS NUMERIC AND
              PAR-LIMITE-ESPECIE > ZEROS
              MOVE PAR-LIMITE-ESPECIE TO WK-LIMITE-ESPECIE
           END-IF
           IF PAR-FAIXA-PERC IS NUMERIC AND PAR-FAIXA-PERC > ZEROS
              MOVE PAR-FAIXA-PERC TO WK-FAIXA-PERC
           END-IF
           IF PAR-JANELA-DIAS IS NUMERIC
              MOVE PAR-JANELA-DIAS TO WK-JANELA-DIAS
           END-IF
           IF PAR-QTD-FRACIONADO IS NUMERIC AND
              PAR-QTD-FRACIONADO > 1
              MOVE PAR-QTD-FRACIONADO TO WK-QTD-FRACIONADO
           END-IF
           IF PAR-DIAS-CONTA-NOVA IS NUMERIC AND
              PAR-DIAS-CONTA-NOVA > ZEROS
              MOVE PAR-DIAS-CONTA-NOVA TO WK-DIAS-CONTA-NOVA
           END-IF
           IF PAR-JANELA-GIRO IS NUMERIC
              MOVE PAR-JANELA-GIRO TO WK-JANELA-GIRO
           END-IF
           IF PAR-PERC-GIRO IS NUMERIC AND PAR-PERC-GIRO > ZEROS
              MOVE PAR-PERC-GIRO TO WK-PERC-GIRO
           END-IF
           IF PAR-VALOR-MIN-GIRO IS NUMERIC AND
              PAR-VALOR-MIN-GIRO > ZEROS
              MOVE PAR-VALOR-MIN-GIRO TO WK-VALOR-MIN-GIRO
           END-IF.

      *>--A DATA DE ABERTURA DA CONTA ESTÁ EM DDMMAAAAHHMMSS; VIRA
      *>--DIA INTEIRO PARA MEDIR A IDADE DA CONTA NO MOVIMENTO--
       CARREGAR-CONTAS.
           MOVE ZEROS TO WK-QTD-CONTAS
           MOVE "N" TO FLAG-TABELA-STATUS
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARQUIVO-CONTAS
           IF FILE-STATUS-ARQUIVO = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-CONTAS NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    IF WK-QTD-CONTAS NOT < 5000
                       SET TABELA-ESTOURADA TO TRUE
                       SET FIM-ARQUIVO TO TRUE
                    ELSE
                       PERFORM INCLUIR-CONTA-TABELA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-CONTAS
           MOVE WK-QTD-CONTAS TO WK-QTD-PRINCIPAIS
           IF NOT TABELA-ESTOURADA
              PERFORM INCLUIR-COTITULARES
           END-IF.

       INCLUIR-CONTA-TABELA.
           ADD 1 TO WK-QTD-CONTAS
           MOVE ARQ-NUM-CONTA TO WK-CTA-NUM(WK-QTD-CONTAS)
           MOVE ARQ-CPF       TO WK-CTA-CPF(WK-QTD-CONTAS)
           MOVE ARQ-NOME      TO WK-CTA-NOME(WK-QTD-CONTAS)
           MOVE "N"           TO WK-CTA-TRATADA(WK-QTD-CONTAS)
           STRING ARQ-DATA(5:4) ARQ-DATA(3:2) ARQ-DATA(1:2)
                  DELIMITED BY SIZE INTO WK-DATA-X
           IF WK-DATA-X IS NUMERIC AND WK-DATA-NUM > 16010101
              COMPUTE WK-CTA-DIA-ABERTURA(WK-QTD-CONTAS) =
                      FUNCTION INTEGER-OF-DATE(WK-DATA-NUM)
           ELSE
              MOVE ZEROS TO WK-CTA-DIA-ABERTURA(WK-QTD-CONTAS)
           END-IF.

      *>--CONTA CONJUNTA ENTRA TAMBÉM SOB O CPF DE CADA
      *>--CO-TITULAR, COMO NO INFORME DE RENDIMENTOS; SEM O
      *>--CADASTRO DE TITULARES SÓ O TITULAR PRINCIPAL É ANALISADO--
       INCLUIR-COTITULARES.
           OPEN INPUT ARQUIVO-TITULARES
           IF FILE-STATUS-TITULARES NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-TITULARES NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    PERFORM LOCALIZAR-CONTA-TABELA
                    IF WK-IDX-ACHADO NOT = ZEROS
                       IF WK-QTD-CONTAS NOT < 5000
                          SET TABELA-ESTOURADA TO TRUE
                          SET FIM-ARQUIVO TO TRUE
                       ELSE
                          PERFORM INCLUIR-COTITULAR-TABELA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-TITULARES.

      *>--SÓ AS ENTRADAS DO TITULAR PRINCIPAL SÃO PROCURADAS; O
      *>--PRÓPRIO TITULAR REPETIDO NO CADASTRO NÃO DUPLICA A CONTA--
       LOCALIZAR-CONTA-TABELA.
           MOVE ZEROS TO WK-IDX-ACHADO
           PERFORM VARYING WK-IDX FROM 1 BY 1
                     UNTIL WK-IDX > WK-QTD-PRINCIPAIS
                        OR WK-IDX-ACHADO NOT = ZEROS
              IF WK-CTA-NUM(WK-IDX) = TIT-NUM-CONTA
                 MOVE WK-IDX TO WK-IDX-ACHADO
              END-IF
           END-PERFORM
           IF WK-IDX-ACHADO NOT = ZEROS
              IF WK-CTA-CPF(WK-IDX-ACHADO) = TIT-CPF
                 MOVE ZEROS TO WK-IDX-ACHADO
              END-IF
           END-IF.

       INCLUIR-COTITULAR-TABELA.
           ADD 1 TO WK-QTD-CONTAS
           MOVE WK-CONTA-COAF(WK-IDX-ACHADO)
             TO WK-CONTA-COAF(WK-QTD-CONTAS)
           MOVE TIT-CPF TO WK-CTA-CPF(WK-QTD-CONTAS)
           MOVE "N"     TO WK-CTA-TRATADA(WK-QTD-CONTAS).

      *>---UM CLIENTE POR VEZ: A PRIMEIRA CONTA AINDA NÃO TRATADA
      *>---DÁ O CPF, E TODAS AS CONTAS DESSE CPF (DA MESMA POSIÇÃO
      *>---EM DIANTE) ENTRAM NA MESMA TABELA DE MOVIMENTOS---
       ANALISAR-CPF.
           MOVE WK-CTA-CPF(WK-IDX-CPF) TO WK-CPF-ANALISE
           MOVE ZEROS TO WK-QTD-MOV
           MOVE "N" TO FLAG-MOV-ESTOURO
           PERFORM VARYING WK-IDX FROM WK-IDX-CPF BY 1
                     UNTIL WK-IDX > WK-QTD-CONTAS
              IF WK-CTA-CPF(WK-IDX) = WK-CPF-ANALISE
                 MOVE "S" TO WK-CTA-TRATADA(WK-IDX)
                 PERFORM CARREGAR-MOVIMENTOS-CONTA
              END-IF
           END-PERFORM
           IF WK-QTD-MOV = ZEROS
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WK-TOTAL-CPFS
           ADD WK-QTD-MOV TO WK-TOTAL-MOVIMENTOS
           IF MOVIMENTOS-ESTOURADOS
              DISPLAY "CPF " WK-CPF-ANALISE " COM MAIS DE 2000"
                 " MOVIMENTOS NO PERÍODO — ANÁLISE PARCIAL."
           END-IF
           PERFORM BUSCAR-DADOS-CLIENTE
           PERFORM AVALIAR-ESPECIE
           PERFORM AVALIAR-FRACIONAMENTO
           PERFORM AVALIAR-CONTA-NOVA.

       CARREGAR-MOVIMENTOS-CONTA.
           MOVE "N" TO FLAG-FIM-CONTA
           MOVE WK-CTA-NUM(WK-IDX) TO EXT-NUM-CONTA
           MOVE WK-DATA-DE         TO EXT-DATA-HORA(1:8)
           MOVE "000000"           TO EXT-DATA-HORA(9:6)
           MOVE ZEROS              TO EXT-SEQ
           START ARQUIVO-EXTRATO KEY NOT < EXT-CHAVE
              INVALID KEY
                 SET FIM-MOVIMENTOS-CONTA TO TRUE
           END-START
           PERFORM UNTIL FIM-MOVIMENTOS-CONTA
              READ ARQUIVO-EXTRATO NEXT RECORD
                 AT END
                    SET FIM-MOVIMENTOS-CONTA TO TRUE
                 NOT AT END
                    IF EXT-NUM-CONTA NOT = WK-CTA-NUM(WK-IDX) OR
                       EXT-DATA-HORA(1:8) > WK-DATA-ATE
                       SET FIM-MOVIMENTOS-CONTA TO TRUE
                    ELSE
                       PERFORM INCLUIR-MOVIMENTO-CPF
                    END-IF
              END-READ
           END-PERFORM.

      *>--INSERE NA POSIÇÃO DE DATA-HORA: AS CONTAS DO CLIENTE SÃO
      *>--LIDAS UMA DEPOIS DA OUTRA, MAS AS REGRAS OLHAM O CLIENTE
      *>--NA LINHA DO TEMPO--
       INCLUIR-MOVIMENTO-CPF.
           PERFORM CLASSIFICAR-MOVIMENTO-COAF
           IF NOT TIPO-MONITORADO
              EXIT PARAGRAPH
           END-IF
           IF WK-QTD-MOV NOT < 2000
              SET MOVIMENTOS-ESTOURADOS TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE WK-QTD-MOV TO WK-IDX-MOV
           MOVE "N" TO FLAG-POSICAO
           PERFORM UNTIL WK-IDX-MOV = ZEROS OR POSICAO-ACHADA
              IF WK-MOV-DATA-HORA(WK-IDX-MOV) > EXT-DATA-HORA
                 MOVE WK-MOV(WK-IDX-MOV) TO WK-MOV(WK-IDX-MOV + 1)
                 SUBTRACT 1 FROM WK-IDX-MOV
              ELSE
                 SET POSICAO-ACHADA TO TRUE
              END-IF
           END-PERFORM
           ADD 1 TO WK-QTD-MOV
           COMPUTE WK-IDX-POS = WK-IDX-MOV + 1
           MOVE EXT-CHAVE       TO WK-MOV-CHAVE(WK-IDX-POS)
           MOVE EXT-TIPO        TO WK-MOV-TIPO(WK-IDX-POS)
           MOVE EXT-VALOR       TO WK-MOV-VALOR(WK-IDX-POS)
           MOVE WK-NOVO-SENTIDO TO WK-MOV-SENTIDO(WK-IDX-POS)
           MOVE WK-NOVO-ESPECIE TO WK-MOV-ESPECIE(WK-IDX-POS)
           MOVE "N"             TO WK-MOV-USADO(WK-IDX-POS)
           MOVE WK-CTA-DIA-ABERTURA(WK-IDX)
                                TO WK-MOV-DIA-ABERTURA(WK-IDX-POS)
           MOVE EXT-DATA-HORA(1:8) TO WK-DATA-X
           COMPUTE WK-MOV-DIA(WK-IDX-POS) =
                   FUNCTION INTEGER-OF-DATE(WK-DATA-NUM).

      *>--SÓ OS MOVIMENTOS DE DINHEIRO DO CLIENTE SÃO MONITORADOS:
      *>--ESPÉCIE NO BALCÃO E NO PARCEIRO, E TRANSFERÊNCIAS DE E
      *>--PARA OUTROS BANCOS (ESTAS SÓ ENTRAM NA REGRA DE CONTA
      *>--NOVA); MOVIMENTOS INTERNOS E DO BANCO FICAM DE FORA--
       CLASSIFICAR-MOVIMENTO-COAF.
           MOVE "S" TO FLAG-TIPO-STATUS
           EVALUATE EXT-TIPO
              WHEN "DEPOSITO"
                 MOVE "E" TO WK-NOVO-SENTIDO
                 MOVE "S" TO WK-NOVO-ESPECIE
              WHEN "LOTE-DEP"
                 MOVE "E" TO WK-NOVO-SENTIDO
                 MOVE "S" TO WK-NOVO-ESPECIE
              WHEN "SAQUE"
                 MOVE "S" TO WK-NOVO-SENTIDO
                 MOVE "S" TO WK-NOVO-ESPECIE
              WHEN "LOTE-SAQ"
                 MOVE "S" TO WK-NOVO-SENTIDO
                 MOVE "S" TO WK-NOVO-ESPECIE
              WHEN "TRANSF-REC"
                 MOVE "E" TO WK-NOVO-SENTIDO
                 MOVE "N" TO WK-NOVO-ESPECIE
              WHEN "TRANSF-EXT"
                 MOVE "S" TO WK-NOVO-SENTIDO
                 MOVE "N" TO WK-NOVO-ESPECIE
              WHEN OTHER
                 MOVE "N" TO FLAG-TIPO-STATUS
           END-EVALUATE.

      *>--NOME E ENDEREÇO DO CADASTRO DE CLIENTES; CPF SEM CADASTRO
      *>--SAI COM O NOME DA CONTA E ENDEREÇO EM BRANCO--
       BUSCAR-DADOS-CLIENTE.
           MOVE WK-CTA-NOME(WK-IDX-CPF) TO WK-CLI-NOME
           MOVE SPACES TO WK-CLI-ENDERECO
           MOVE SPACES TO WK-CLI-CIDADE
           MOVE SPACES TO WK-CLI-UF
           MOVE ZEROS  TO WK-CLI-CEP
           IF NOT CLIENTES-DISPONIVEIS
              EXIT PARAGRAPH
           END-IF
           MOVE WK-CPF-ANALISE TO CLI-CPF
           READ ARQUIVO-CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLI-NOME     TO WK-CLI-NOME
                   MOVE CLI-ENDERECO TO WK-CLI-ENDERECO
                   MOVE CLI-CIDADE   TO WK-CLI-CIDADE
                   MOVE CLI-UF       TO WK-CLI-UF
                   MOVE CLI-CEP      TO WK-CLI-CEP
           END-READ.

      *>--REGRA 1: CADA OPERAÇÃO EM ESPÉCIE IGUAL OU ACIMA DO
      *>--LIMITE É UM ALERTA--
       AVALIAR-ESPECIE.
           PERFORM VARYING WK-IDX-MOV FROM 1 BY 1
                     UNTIL WK-IDX-MOV > WK-QTD-MOV
              IF WK-MOV-ESPECIE(WK-IDX-MOV) = "S" AND
                 WK-MOV-VALOR(WK-IDX-MOV) NOT < WK-LIMITE-ESPECIE
                 MOVE "ESPECIE" TO WK-ALR-TIPO
                 MOVE WK-MOV-CHAVE(WK-IDX-MOV)   TO WK-ALR-REF
                 MOVE WK-MOV-NUM-CONTA(WK-IDX-MOV) TO WK-ALR-CONTA
                 MOVE WK-MOV-DATA-HORA(WK-IDX-MOV)(1:8)
                                              TO WK-ALR-DATA-INICIO
                 MOVE WK-ALR-DATA-INICIO TO WK-ALR-DATA-FIM
                 MOVE 1 TO WK-ALR-QTD
                 MOVE WK-MOV-VALOR(WK-IDX-MOV) TO WK-ALR-VALOR
                 MOVE ZEROS TO WK-ALR-SAIDA
                 PERFORM REGISTRAR-ALERTA
              END-IF
           END-PERFORM.

      *>--REGRA 2: OPERAÇÕES EM ESPÉCIE NA FAIXA LOGO ABAIXO DO
      *>--LIMITE, NO MESMO SENTIDO (DEPÓSITOS OU SAQUES), DENTRO DA
      *>--JANELA DE DIAS A PARTIR DA PRIMEIRA; CADA OPERAÇÃO ENTRA
      *>--EM UM GRUPO SÓ--
       AVALIAR-FRACIONAMENTO.
           PERFORM VARYING WK-IDX-MOV FROM 1 BY 1
                     UNTIL WK-IDX-MOV > WK-QTD-MOV
              MOVE "N" TO WK-MOV-USADO(WK-IDX-MOV)
           END-PERFORM
           MOVE "E" TO WK-SENTIDO-ANALISE
           PERFORM PROCURAR-FRACIONAMENTO
           MOVE "S" TO WK-SENTIDO-ANALISE
           PERFORM PROCURAR-FRACIONAMENTO.

       PROCURAR-FRACIONAMENTO.
           PERFORM VARYING WK-IDX-MOV FROM 1 BY 1
                     UNTIL WK-IDX-MOV > WK-QTD-MOV
              MOVE WK-IDX-MOV TO WK-IDX-JAN
              PERFORM AVALIAR-MOV-FRACIONADO
              IF MOV-CANDIDATO
                 PERFORM MEDIR-GRUPO-FRACIONADO
                 IF WK-GRP-QTD NOT < WK-QTD-FRACIONADO
                    PERFORM MARCAR-GRUPO-FRACIONADO
                    MOVE "FRACIONADO" TO WK-ALR-TIPO
                    MOVE WK-MOV-CHAVE(WK-IDX-MOV)   TO WK-ALR-REF
                    MOVE WK-MOV-NUM-CONTA(WK-IDX-MOV)
                                                 TO WK-ALR-CONTA
                    MOVE WK-MOV-DATA-HORA(WK-IDX-MOV)(1:8)
                                              TO WK-ALR-DATA-INICIO
                    MOVE WK-GRP-DATA-FIM  TO WK-ALR-DATA-FIM
                    MOVE WK-GRP-QTD       TO WK-ALR-QTD
                    MOVE WK-GRP-VALOR     TO WK-ALR-VALOR
                    MOVE ZEROS            TO WK-ALR-SAIDA
                    PERFORM REGISTRAR-ALERTA
                 END-IF
              END-IF
           END-PERFORM.

       AVALIAR-MOV-FRACIONADO.
           MOVE "N" TO FLAG-CANDIDATO
           IF WK-MOV-ESPECIE(WK-IDX-JAN) = "S" AND
              WK-MOV-SENTIDO(WK-IDX-JAN) = WK-SENTIDO-ANALISE AND
              WK-MOV-USADO(WK-IDX-JAN) = "N" AND
              WK-MOV-VALOR(WK-IDX-JAN) NOT < WK-LIMITE-INFERIOR AND
              WK-MOV-VALOR(WK-IDX-JAN) < WK-LIMITE-ESPECIE
              SET MOV-CANDIDATO TO TRUE
           END-IF.

       MEDIR-GRUPO-FRACIONADO.
           COMPUTE WK-DIA-LIMITE = WK-MOV-DIA(WK-IDX-MOV) +
                                   WK-JANELA-DIAS
           MOVE ZEROS TO WK-GRP-QTD
           MOVE ZEROS TO WK-GRP-VALOR
           MOVE "N" TO FLAG-JANELA
           PERFORM VARYING WK-IDX-JAN FROM WK-IDX-MOV BY 1
                     UNTIL WK-IDX-JAN > WK-QTD-MOV OR FORA-DA-JANELA
              IF WK-MOV-DIA(WK-IDX-JAN) > WK-DIA-LIMITE
                 SET FORA-DA-JANELA TO TRUE
              ELSE
                 PERFORM AVALIAR-MOV-FRACIONADO
                 IF MOV-CANDIDATO
                    ADD 1 TO WK-GRP-QTD
                    ADD WK-MOV-VALOR(WK-IDX-JAN) TO WK-GRP-VALOR
                    MOVE WK-MOV-DATA-HORA(WK-IDX-JAN)(1:8)
                                                 TO WK-GRP-DATA-FIM
                 END-IF
              END-IF
           END-PERFORM.

       MARCAR-GRUPO-FRACIONADO.
           MOVE "N" TO FLAG-JANELA
           PERFORM VARYING WK-IDX-JAN FROM WK-IDX-MOV BY 1
                     UNTIL WK-IDX-JAN > WK-QTD-MOV OR FORA-DA-JANELA
              IF WK-MOV-DIA(WK-IDX-JAN) > WK-DIA-LIMITE
                 SET FORA-DA-JANELA TO TRUE
              ELSE
                 PERFORM AVALIAR-MOV-FRACIONADO
                 IF MOV-CANDIDATO
                    MOVE "S" TO WK-MOV-USADO(WK-IDX-JAN)
                 END-IF
              END-IF
           END-PERFORM.

      *>--REGRA 3: CRÉDITO RELEVANTE EM CONTA ABERTA HÁ POUCOS DIAS
      *>--QUE SAI DA MESMA CONTA (SAQUE OU TRANSFERÊNCIA PARA OUTRO
      *>--BANCO) QUASE POR INTEIRO DENTRO DA JANELA DE GIRO--
       AVALIAR-CONTA-NOVA.
           PERFORM VARYING WK-IDX-MOV FROM 1 BY 1
                     UNTIL WK-IDX-MOV > WK-QTD-MOV
              IF WK-MOV-SENTIDO(WK-IDX-MOV) = "E" AND
                 WK-MOV-VALOR(WK-IDX-MOV) NOT < WK-VALOR-MIN-GIRO AND
                 WK-MOV-DIA-ABERTURA(WK-IDX-MOV) > ZEROS AND
                 WK-MOV-DIA(WK-IDX-MOV) -
                 WK-MOV-DIA-ABERTURA(WK-IDX-MOV)
                                         NOT > WK-DIAS-CONTA-NOVA
                 PERFORM MEDIR-SAIDAS-CONTA-NOVA
                 IF WK-GRP-QTD > ZEROS AND
                    WK-GRP-SAIDA * 100 NOT <
                    WK-MOV-VALOR(WK-IDX-MOV) * WK-PERC-GIRO
                    MOVE "CONTA-NOVA" TO WK-ALR-TIPO
                    MOVE WK-MOV-CHAVE(WK-IDX-MOV)   TO WK-ALR-REF
                    MOVE WK-MOV-NUM-CONTA(WK-IDX-MOV)
                                                 TO WK-ALR-CONTA
                    MOVE WK-MOV-DATA-HORA(WK-IDX-MOV)(1:8)
                                              TO WK-ALR-DATA-INICIO
                    MOVE WK-GRP-DATA-FIM  TO WK-ALR-DATA-FIM
                    COMPUTE WK-ALR-QTD = WK-GRP-QTD + 1
                    MOVE WK-MOV-VALOR(WK-IDX-MOV) TO WK-ALR-VALOR
                    MOVE WK-GRP-SAIDA     TO WK-ALR-SAIDA
                    PERFORM REGISTRAR-ALERTA
                 END-IF
              END-IF
           END-PERFORM.

       MEDIR-SAIDAS-CONTA-NOVA.
           COMPUTE WK-DIA-LIMITE = WK-MOV-DIA(WK-IDX-MOV) +
                                   WK-JANELA-GIRO
           COMPUTE WK-IDX-POS = WK-IDX-MOV + 1
           MOVE ZEROS TO WK-GRP-QTD
           MOVE ZEROS TO WK-GRP-SAIDA
           MOVE "N" TO FLAG-JANELA
           PERFORM VARYING WK-IDX-JAN FROM WK-IDX-POS BY 1
                     UNTIL WK-IDX-JAN > WK-QTD-MOV OR FORA-DA-JANELA
              IF WK-MOV-DIA(WK-IDX-JAN) > WK-DIA-LIMITE
                 SET FORA-DA-JANELA TO TRUE
              ELSE
                 IF WK-MOV-NUM-CONTA(WK-IDX-JAN) =
                    WK-MOV-NUM-CONTA(WK-IDX-MOV) AND
                    WK-MOV-SENTIDO(WK-IDX-JAN) = "S"
                    ADD 1 TO WK-GRP-QTD
                    ADD WK-MOV-VALOR(WK-IDX-JAN) TO WK-GRP-SAIDA
                    MOVE WK-MOV-DATA-HORA(WK-IDX-JAN)(1:8)
                                                 TO WK-GRP-DATA-FIM
                 END-IF
              END-IF
           END-PERFORM.

      *>--CASO NOVO ENTRA PENDENTE; CASO JÁ EXISTENTE (CORRIDA
      *>--REPETIDA OU PERÍODOS SOBREPOSTOS) MANTÉM A SITUAÇÃO E O
      *>--PARECER QUE O COMPLIANCE JÁ DEU--
       REGISTRAR-ALERTA.
           ADD 1 TO WK-TOTAL-ALERTAS
           EVALUATE WK-ALR-TIPO
              WHEN "ESPECIE"
                 ADD 1 TO WK-TOTAL-ESPECIE
              WHEN "FRACIONADO"
                 ADD 1 TO WK-TOTAL-FRACIONADO
              WHEN OTHER
                 ADD 1 TO WK-TOTAL-CONTA-NOVA
           END-EVALUATE
           MOVE WK-CPF-ANALISE TO CAS-CPF
           MOVE WK-ALR-TIPO    TO CAS-TIPO
           MOVE WK-ALR-REF     TO CAS-REF
           READ ARQUIVO-CASOS
              INVALID KEY
                 PERFORM GRAVAR-CASO-NOVO
              NOT INVALID KEY
                 ADD 1 TO WK-TOTAL-JA-REGISTRADOS
           END-READ
           PERFORM GRAVAR-ALERTA-RELATORIO.

       GRAVAR-CASO-NOVO.
           MOVE WK-CPF-ANALISE     TO CAS-CPF
           MOVE WK-ALR-TIPO        TO CAS-TIPO
           MOVE WK-ALR-REF         TO CAS-REF
           MOVE WK-ALR-CONTA       TO CAS-NUM-CONTA
           MOVE WK-ALR-DATA-INICIO TO CAS-DATA-INICIO
           MOVE WK-ALR-DATA-FIM    TO CAS-DATA-FIM
           MOVE WK-ALR-QTD         TO CAS-QTD-OPERACOES
           MOVE WK-ALR-VALOR       TO CAS-VALOR
           MOVE WK-ALR-SAIDA       TO CAS-VALOR-SAIDA
           MOVE WK-CLI-NOME        TO CAS-NOME
           MOVE WK-CLI-ENDERECO    TO CAS-ENDERECO
           MOVE WK-CLI-CIDADE      TO CAS-CIDADE
           MOVE WK-CLI-UF          TO CAS-UF
           MOVE WK-CLI-CEP         TO CAS-CEP
           MOVE WK-DATA-HOJE       TO CAS-DATA-GERACAO
           MOVE "P"                TO CAS-SITUACAO
           MOVE SPACES             TO CAS-DATA-ANALISE
           MOVE SPACES             TO CAS-OPERADOR
           MOVE SPACES             TO CAS-PARECER
           WRITE REGISTRO-CASO
              INVALID KEY
                 DISPLAY "FALHA AO GRAVAR CASO DO CPF " CAS-CPF
              NOT INVALID KEY
                 ADD 1 TO WK-TOTAL-NOVOS
           END-WRITE.

       GRAVAR-CABECALHO-RELATORIO.
           MOVE "========== COBANKO - MONITORAMENTO COAF =========="
                                                   TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE WK-DATA-DE TO WK-DATA-FMT
           PERFORM FORMATAR-DATA
           MOVE WK-DATA-EDITADA TO WK-DATA-EDITADA-2
           MOVE WK-DATA-ATE TO WK-DATA-FMT
           PERFORM FORMATAR-DATA
           MOVE WK-LIMITE-ESPECIE TO WK-VALOR-EDITADO
           MOVE SPACES TO LINHA-TEXTO
           STRING "PERIODO: " WK-DATA-EDITADA-2 " A "
                  WK-DATA-EDITADA
                  "  LIMITE EM ESPECIE: " WK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE ALL "-" TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO.

      *>--UM BLOCO POR ALERTA, COM OS DADOS DO CASO (O GRAVADO
      *>--AGORA OU O QUE JÁ EXISTIA)--
       GRAVAR-ALERTA-RELATORIO.
           PERFORM DESCREVER-SITUACAO
           MOVE SPACES TO LINHA-TEXTO
           STRING "ALERTA " CAS-TIPO "  CPF " CAS-CPF
                  "  CONTA " CAS-NUM-CONTA
                  "  SITUACAO " WK-SITUACAO-EXIB
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE SPACES TO LINHA-TEXTO
           STRING "  CLIENTE: " CAS-NOME
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE SPACES TO LINHA-TEXTO
           STRING "  ENDERECO: " CAS-ENDERECO " " CAS-CIDADE " "
                  CAS-UF "  CEP: " CAS-CEP
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE CAS-DATA-INICIO TO WK-DATA-FMT
           PERFORM FORMATAR-DATA
           MOVE WK-DATA-EDITADA TO WK-DATA-EDITADA-2
           MOVE CAS-DATA-FIM TO WK-DATA-FMT
           PERFORM FORMATAR-DATA
           MOVE CAS-VALOR       TO WK-VALOR-EDITADO
           MOVE SPACES TO LINHA-TEXTO
           STRING "  DE " WK-DATA-EDITADA-2 " A " WK-DATA-EDITADA
                  "  OPERACOES: " CAS-QTD-OPERACOES
                  "  VALOR: " WK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           IF CAS-TIPO = "CONTA-NOVA"
              MOVE CAS-VALOR-SAIDA TO WK-SAIDA-EDITADA
              STRING "  SAIDAS: " WK-SAIDA-EDITADA
                     DELIMITED BY SIZE INTO LINHA-TEXTO(70:30)
           END-IF
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE SPACES TO LINHA-TEXTO
           STRING "  MOVIMENTO DE REFERENCIA: " CAS-REF
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           IF CAS-SITUACAO NOT = "P"
              MOVE SPACES TO LINHA-TEXTO
              STRING "  PARECER: " CAS-PARECER " (" CAS-OPERADOR
                     " EM " CAS-DATA-ANALISE ")"
                     DELIMITED BY SIZE INTO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
           END-IF.

       DESCREVER-SITUACAO.
           EVALUATE CAS-SITUACAO
              WHEN "C"
                 MOVE "COMUNICADO" TO WK-SITUACAO-EXIB
              WHEN "D"
                 MOVE "DESCARTADO" TO WK-SITUACAO-EXIB
              WHEN OTHER
                 MOVE "PENDENTE"   TO WK-SITUACAO-EXIB
           END-EVALUATE.

      *>---LISTA OS CASOS, FILTRANDO PELA SITUAÇÃO (BRANCO = TODOS)---
       LISTAR-CASOS.
           DISPLAY "SITUAÇÃO (P = PENDENTE, C = COMUNICADO,"
                                " D = DESCARTADO, BRANCO = TODOS): "
           ACCEPT WK-FIL-SITUACAO
           MOVE FUNCTION UPPER-CASE(WK-FIL-SITUACAO)
                                            TO WK-FIL-SITUACAO
           MOVE "N" TO EOF-FLAG
           MOVE ZEROS TO WK-TOTAL-EXIBIDOS
           OPEN INPUT ARQUIVO-CASOS
           IF FILE-STATUS-CASOS = "35"
              DISPLAY "NENHUM CASO REGISTRADO."
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-CASOS NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    IF WK-FIL-SITUACAO = SPACES OR
                       WK-FIL-SITUACAO = CAS-SITUACAO
                       PERFORM EXIBIR-CASO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-CASOS
           DISPLAY "CASOS EXIBIDOS: " WK-TOTAL-EXIBIDOS.

       EXIBIR-CASO.
           ADD 1 TO WK-TOTAL-EXIBIDOS
           PERFORM DESCREVER-SITUACAO
           MOVE CAS-VALOR TO WK-VALOR-EDITADO
           DISPLAY CAS-TIPO " CPF " CAS-CPF " CONTA " CAS-NUM-CONTA
              " " WK-SITUACAO-EXIB
           DISPLAY "    " CAS-NOME " DE " CAS-DATA-INICIO
              " A " CAS-DATA-FIM " OPERAÇÕES " CAS-QTD-OPERACOES
              " VALOR " WK-VALOR-EDITADO
           IF CAS-TIPO = "CONTA-NOVA"
              MOVE CAS-VALOR-SAIDA TO WK-SAIDA-EDITADA
              DISPLAY "    SAÍDAS NA JANELA: " WK-SAIDA-EDITADA
           END-IF
           IF CAS-SITUACAO NOT = "P"
              DISPLAY "    PARECER: " CAS-PARECER " (" CAS-OPERADOR
                 " EM " CAS-DATA-ANALISE ")"
           END-IF.

      *>---PERCORRE OS CASOS PENDENTES DO CPF: CADA UM PODE SER
      *>---MARCADO COMO COMUNICADO AO COAF OU DESCARTADO, SEMPRE
      *>---COM JUSTIFICATIVA; O PARECER VAI PARA A TRILHA---
       REGISTRAR-ANALISE.
           DISPLAY "CPF DO CLIENTE: "
           ACCEPT WK-CPF-CASO
           MOVE ZEROS TO WK-TOTAL-EXIBIDOS
           MOVE ZEROS TO WK-TOTAL-ANALISADOS
           MOVE "N" TO FLAG-FIM-CASOS
           OPEN I-O ARQUIVO-CASOS
           IF FILE-STATUS-CASOS = "35"
              DISPLAY "NENHUM CASO REGISTRADO."
              EXIT PARAGRAPH
           END-IF
           MOVE WK-CPF-CASO TO CAS-CPF
           MOVE LOW-VALUES  TO CAS-TIPO
           MOVE LOW-VALUES  TO CAS-REF
           START ARQUIVO-CASOS KEY NOT < CAS-CHAVE
              INVALID KEY
                 SET FIM-CASOS-CPF TO TRUE
           END-START
           PERFORM UNTIL FIM-CASOS-CPF
              READ ARQUIVO-CASOS NEXT RECORD
                 AT END
                    SET FIM-CASOS-CPF TO TRUE
                 NOT AT END
                    IF CAS-CPF NOT = WK-CPF-CASO
                       SET FIM-CASOS-CPF TO TRUE
                    ELSE
                       IF CAS-SITUACAO = "P"
                          PERFORM ANALISAR-CASO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-CASOS
           IF WK-TOTAL-EXIBIDOS = ZEROS
              DISPLAY "NENHUM CASO PENDENTE PARA O CPF."
           ELSE
              DISPLAY "CASOS ANALISADOS: " WK-TOTAL-ANALISADOS
           END-IF.

       ANALISAR-CASO.
           PERFORM EXIBIR-CASO
           DISPLAY "PARECER (C = COMUNICADO AO COAF, D = DESCARTADO,"
                                     " BRANCO = MANTER PENDENTE): "
           MOVE SPACES TO WK-PARECER-ENT
           ACCEPT WK-PARECER-ENT
           MOVE FUNCTION UPPER-CASE(WK-PARECER-ENT)
                                            TO WK-PARECER-ENT
           IF WK-PARECER-ENT NOT = "C" AND
              WK-PARECER-ENT NOT = "D"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "JUSTIFICATIVA: "
           MOVE SPACES TO WK-JUSTIFICATIVA
           ACCEPT WK-JUSTIFICATIVA
           IF WK-JUSTIFICATIVA = SPACES
              DISPLAY "JUSTIFICATIVA OBRIGATÓRIA — CASO MANTIDO"
                                                    " PENDENTE."
              EXIT PARAGRAPH
           END-IF
           MOVE WK-PARECER-ENT   TO CAS-SITUACAO
           MOVE WK-JUSTIFICATIVA TO CAS-PARECER
           MOVE OPERADOR-ATUAL   TO CAS-OPERADOR
           MOVE FUNCTION CURRENT-DATE TO DATA-COMPLETA
           MOVE DATA-COMPLETA(1:8) TO CAS-DATA-ANALISE
           REWRITE REGISTRO-CASO
              INVALID KEY
                 DISPLAY "FALHA AO REGISTRAR O PARECER."
                 EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WK-TOTAL-ANALISADOS
           PERFORM DESCREVER-SITUACAO
           DISPLAY "CASO " WK-SITUACAO-EXIB "."
           MOVE "CASO-COAF"      TO WK-AUD-EVENTO
           MOVE WK-SITUACAO-EXIB TO WK-AUD-RESULTADO
           MOVE CAS-NUM-CONTA    TO WK-AUD-CONTA
           PERFORM REGISTRAR-USO-NA-TRILHA.

      *>--AAAAMMDD PARA DD/MM/AAAA--
       FORMATAR-DATA.
           MOVE SPACES TO WK-DATA-EDITADA
           STRING WK-DATA-FMT(7:2) "/" WK-DATA-FMT(5:2) "/"
                  WK-DATA-FMT(1:4)
                  DELIMITED BY SIZE INTO WK-DATA-EDITADA.

       GRAVAR-LINHA-TEXTO.
           MOVE LINHA-TEXTO TO REGISTRO-RELATORIO
           WRITE REGISTRO-RELATORIO.

      *>--O USO DO MONITORAMENTO ENTRA NA TRILHA DE AUDITORIA, COM
      *>--O MESMO LEIAUTE DO REGISTRAR-AUDITORIA DO ATENDIMENTO--
       REGISTRAR-USO-NA-TRILHA.
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
           CLOSE ARQUIVO-AUDITORIA
           MOVE ZEROS TO WK-AUD-CONTA.
