           SELECT ARQUIVO-REMESSA ASSIGN TO "remessa.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-REMESSA.
      *>PAGAMENTOS DE BOLETO E CONTA DE CONSUMO: FICAM PENDENTES
      *>ATÉ O RETORNO DO AGENTE RECEBEDOR (COBankoPagamentos)
           SELECT ARQUIVO-PAGAMENTOS ASSIGN TO "pagamentos.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS PAG-ID
                        FILE STATUS IS FILE-STATUS-PAGAMENTOS.
           SELECT ARQUIVO-CTRL-PAG ASSIGN TO "controlepag.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-CTRL-PAG.
      *>LIMITE DIÁRIO DE DÉBITO POR CONTA (AUSÊNCIA DE REGISTRO =
      *>VALE O PADRÃO DO PRODUTO) E ACUMULADOR DO DIA, COMPARTILHADO
      *>ENTRE BALCÃO, LOTE E AGENDA
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS HST-CHAVE
                        FILE STATUS IS FILE-STATUS-HIST.
      *>EMPRÉSTIMO PESSOAL: CONTRATO POR NÚMERO, LIGADO À CONTA DO
      *>CLIENTE, E O CRONOGRAMA DE PARCELAS (CONTRATO + PARCELA)
      *>DEBITADO PELO LOTE DIÁRIO DE EMPRÉSTIMOS
           SELECT ARQUIVO-EMPRESTIMOS ASSIGN TO "emprestimos.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS EMP-CONTRATO
                        FILE STATUS IS FILE-STATUS-EMPRESTIMOS.
           SELECT ARQUIVO-PARCELAS ASSIGN TO "parcelas.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS PAR-CHAVE
                        FILE STATUS IS FILE-STATUS-PARCELAS.
           SELECT ARQUIVO-CTRL-EMP ASSIGN TO "controleemp.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-CTRL-EMP.
      *>RETENÇÃO DE DEPÓSITO: O CRÉDITO ENTRA NO SALDO CONTÁBIL MAS
      *>FICA INDISPONÍVEL PARA DÉBITO ATÉ A DATA DE LIBERAÇÃO; AS
      *>REGRAS (POR CANAL) DIZEM QUAIS DEPÓSITOS SÃO RETIDOS
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
      *>CO-TITULARES: CPFS ADICIONAIS (CADASTRADOS EM clientes.txt)
      *>VINCULADOS À CONTA; O TITULAR PRINCIPAL CONTINUA EM ARQ-CPF
           SELECT ARQUIVO-TITULARES ASSIGN TO "titulares.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS TIT-CHAVE
                        FILE STATUS IS FILE-STATUS-TITULARES.
      *>PACOTE DE TARIFAS: TARIFA POR TIPO DE CONTA E OPERAÇÃO COM
      *>FRANQUIA MENSAL DE OPERAÇÕES GRÁTIS, E O USO DO MÊS POR
      *>CONTA E OPERAÇÃO (COMPARTILHADO COM O LOTE DO PARCEIRO)
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
      *>------------------DADOS-------------------------
       DATA DIVISION.

           05 AUD-EVENTO          PIC X(12).
           05 AUD-NUM-CONTA       PIC 9(6).
           05 AUD-RESULTADO       PIC X(20).
           05 AUD-CPF-SOLICITANTE PIC X(11).

       FD ARQUIVO-AGENDA.
       01 REGISTRO-AGENDA.
       FD ARQUIVO-REMESSA.
       01 REGISTRO-REMESSA    PIC X(54).

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

       FD ARQUIVO-LIMITES.
       01 REGISTRO-LIMITE.
           05 LIM-NUM-CONTA       PIC 9(6).
           05 HST-OPERADOR   PIC X(6).
           05 HST-REF-ESTORNO PIC X(17).

      *>SITUAÇÃO DO CONTRATO: A=ATIVO, Q=QUITADO
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

      *>SITUAÇÃO DA PARCELA: P=PENDENTE, G=PAGA, A=ATRASADA
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

       FD ARQUIVO-CTRL-EMP.
       01 REGISTRO-CTRL-EMP.
           05 CTRL-ULTIMO-CONTRATO PIC 9(6).

      *>A CHAVE DA RETENÇÃO É A DO MOVIMENTO DE CRÉDITO NO EXTRATO
      *>(CONTA + DATA-HORA + SEQUÊNCIA); SITUAÇÃO A=ATIVA, L=LIBERADA
       FD ARQUIVO-RETENCOES.
       01 REGISTRO-RETENCAO.
           05 RTN-CHAVE.
              10 RTN-NUM-CONTA    PIC 9(6).
              10 RTN-DATA-HORA    PIC X(14).
              10 RTN-SEQ          PIC 9(3).
           05 RTN-VALOR           PIC S9(9)V99.
           05 RTN-MOTIVO          PIC X(20).
           05 RTN-DATA-LIBERACAO  PIC X(8).
           05 RTN-SITUACAO        PIC X(1).

      *>CANAL (BALCAO, LOTE): DEPÓSITO ACIMA DO VALOR MÍNIMO (ZERO =
      *>TODO DEPÓSITO DO CANAL) FICA RETIDO PELOS DIAS ÚTEIS DA REGRA
       FD ARQUIVO-REGRAS-RET.
       01 REGISTRO-REGRA-RET.
           05 RGR-CANAL           PIC X(6).
           05 RGR-VALOR-MINIMO    PIC S9(7)V99.
           05 RGR-DIAS-UTEIS      PIC 9(2).

      *>PAPEL DO CO-TITULAR: "E" (MOVIMENTA SÓ EM CONJUNTO — DÉBITO
      *>E ENCERRAMENTO EXIGEM A ASSINATURA DE DOIS TITULARES) OU
      *>"OU" (QUALQUER TITULAR MOVIMENTA SOZINHO)
       FD ARQUIVO-TITULARES.
       01 REGISTRO-TITULAR.
           05 TIT-CHAVE.
              10 TIT-NUM-CONTA    PIC 9(6).
              10 TIT-CPF          PIC 9(11).
           05 TIT-PAPEL           PIC X(2).
           05 TIT-DATA-INCLUSAO   PIC X(14).

      *>OPERAÇÃO: SAQUE, TRANSF-ENV, TRANSF-EXT, EXTRATO (SEGUNDA
      *>VIA NO BALCÃO), LOTE-SAQ E LOTE-DEP; AS PRIMEIRAS
      *>TRF-FRANQUIA OPERAÇÕES DO MÊS NÃO PAGAM TRF-VALOR
       FD ARQUIVO-TARIFAS.
       01 REGISTRO-TARIFA.
           05 TRF-CHAVE.
              10 TRF-TIPO-CONTA   PIC X(10).
              10 TRF-OPERACAO     PIC X(10).
           05 TRF-VALOR           PIC S9(5)V99.
           05 TRF-FRANQUIA        PIC 9(3).

      *>USO-MES (AAAAMM) DIFERENTE DO MÊS DO DIA OPERACIONAL = O
      *>CONTADOR É DE OUTRO MÊS E VALE ZERO
       FD ARQUIVO-USO-TARIFA.
       01 REGISTRO-USO-TARIFA.
           05 USO-CHAVE.
              10 USO-NUM-CONTA    PIC 9(6).
              10 USO-OPERACAO     PIC X(10).
           05 USO-MES             PIC X(6).
           05 USO-QTD             PIC 9(5).

       WORKING-STORAGE SECTION.
      *>----------VARIÁVEIS------------
       01 OPCAO-MENU            PIC 9(2).
       01 WK-AUD-EVENTO      PIC X(12).
       01 WK-AUD-CONTA       PIC 9(6).
       01 WK-AUD-RESULTADO   PIC X(20).
       01 WK-AUD-CPF         PIC X(11) VALUE SPACES.
      *>-------AGENDAMENTOS (PAGAMENTOS RECORRENTES)-------
       01 OPCAO-AGENDA       PIC 9(1).
       01 CONTADOR-AGENDA    PIC 9(6) VALUE ZEROS.
           05 REM-CONTA-ORIGEM PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 REM-DATA        PIC X(8).
      *>-------PAGAMENTO DE BOLETO EM ANÁLISE-------
       01 FILE-STATUS-PAGAMENTOS PIC XX.
       01 FILE-STATUS-CTRL-PAG   PIC XX.
       01 CONTADOR-PAGAMENTO PIC 9(6) VALUE ZEROS.
       01 VALOR-PAGAMENTO    PIC S9(9)V99.
       01 WK-RESPOSTA-PAGAMENTO PIC X(1).
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
      *>-------LIMITE DIÁRIO DE DÉBITO DA CONTA EM OPERAÇÃO (ZERO =
      *>-------SEM TETO) E ACUMULADO JÁ DEBITADO NO DIA-------
       01 FILE-STATUS-LIMITES    PIC XX.
           88 CONTA-LIMITE-EXISTE  VALUE "S".
      *>-------PARTIDAS DO RAZÃO INTERNO (CONTAS CONTÁBEIS: CAIXA,
      *>-------DEP-CLIENTES, REC-TARIFAS, DESP-JUROS,
      *>-------REC-JUROS-CHEQ, PEND-INTERBANC, EMPREST-REC E
      *>-------REC-JUROS-EMP)-------
       01 FILE-STATUS-RAZAO  PIC XX.
       01 WK-RZO-CTA-DEBITO  PIC X(14).
       01 WK-RZO-CTA-CREDITO PIC X(14).
              10 WK-CAND-NUM-CONTA  PIC 9(6).
              10 WK-CAND-TIPO-CONTA PIC X(10).
              10 WK-CAND-STATUS     PIC X(9).
              10 WK-CAND-VINCULO    PIC X(11).
      *>-------VALIDAÇÃO DE CPF (MÓDULO 11)-------
       01 WK-CPF-INDICE      PIC 9(2) COMP.
       01 WK-CPF-SOMA        PIC 9(4).
           88 CPF-VALIDO        VALUE "S".
       01 FLAG-CPF-REPETIDO  PIC X  VALUE "N".
           88 CPF-TODOS-DIGITOS-IGUAIS VALUE "S".
      *>-------EMPRÉSTIMO PESSOAL: SIMULAÇÃO PELA TABELA PRICE,
      *>-------CONTRATAÇÃO E CONSULTA DO CRONOGRAMA-------
       01 OPCAO-EMPRESTIMO   PIC 9(1).
       01 FILE-STATUS-EMPRESTIMOS PIC XX.
       01 FILE-STATUS-PARCELAS    PIC XX.
       01 FILE-STATUS-CTRL-EMP    PIC XX.
       01 CONTADOR-EMPRESTIMO PIC 9(6) VALUE ZEROS.
       01 WK-EMP-PRINCIPAL   PIC S9(5)V99.
       01 WK-EMP-TAXA        PIC V9(4).
       01 WK-EMP-PRAZO       PIC 9(3).
       01 WK-EMP-FATOR       PIC 9(9)V9(8).
       01 WK-EMP-PARCELA     PIC S9(5)V99.
       01 WK-EMP-TOTAL       PIC S9(7)V99.
       01 WK-EMP-TOTAL-JUROS PIC S9(7)V99.
       01 WK-EMP-SALDO-DEV   PIC S9(5)V99.
       01 WK-EMP-JUROS       PIC S9(5)V99.
       01 WK-EMP-AMORTIZACAO PIC S9(5)V99.
       01 WK-EMP-NUM-PARCELA PIC 9(3).
       01 WK-EMP-MESES       PIC 9(6).
       01 WK-EMP-ANO         PIC 9(4).
       01 WK-EMP-MES         PIC 9(2).
       01 WK-EMP-DIA         PIC 9(2).
       01 WK-EMP-VENCIMENTO  PIC X(8).
       01 WK-EMP-PRIMEIRO-VENC PIC X(8).
       01 WK-EMP-CONTRATO-CONS PIC 9(6).
       01 WK-RESPOSTA-EMP    PIC X(1).
       01 FLAG-CRONOGRAMA    PIC X VALUE "N".
           88 GRAVAR-CRONOGRAMA  VALUE "S".
       01 FLAG-CONTRATO-STATUS PIC X VALUE "N".
           88 CONTRATO-ENCONTRADO VALUE "S".
       01 FLAG-EMP-LISTA     PIC X VALUE "N".
           88 PARCELA-LISTADA    VALUE "S".
      *>-------RETENÇÃO DE DEPÓSITO: SALDO DISPONÍVEL = SALDO
      *>-------CONTÁBIL MENOS AS RETENÇÕES ATIVAS DA CONTA-------
       01 FILE-STATUS-RETENCOES  PIC XX.
       01 FILE-STATUS-REGRAS-RET PIC XX.
       01 WK-SALDO-RETIDO    PIC S9(9)V99 VALUE ZEROS.
       01 WK-SALDO-DISPONIVEL PIC S9(9)V99 VALUE ZEROS.
       01 WK-CHAVE-MOVIMENTO PIC X(23).
       01 WK-RTN-CANAL       PIC X(6).
       01 WK-RTN-VALOR       PIC S9(9)V99.
       01 WK-RTN-MOTIVO      PIC X(20).
       01 WK-RTN-DIAS-UTEIS  PIC 9(2).
       01 WK-RTN-DIAS-CONTADOS PIC 9(2).
       01 WK-RTN-DATA-NUM    PIC 9(8).
       01 WK-RTN-DATA-LIB REDEFINES WK-RTN-DATA-NUM PIC X(8).
       01 WK-RTN-DIA-INTEIRO PIC 9(7).
       01 WK-RTN-DIA-SEMANA  PIC 9(1).
       01 WK-RGR-CANAL       PIC X(6).
       01 WK-RGR-VALOR-MINIMO PIC S9(7)V99.
       01 WK-RGR-DIAS-UTEIS  PIC 9(2).
       01 FLAG-VARREDURA-RETENCAO PIC X VALUE "N".
           88 VARREDURA-RETENCAO-ENCERRADA VALUE "S".
       01 FLAG-LISTAR-RETENCOES PIC X VALUE "N".
           88 LISTAR-RETENCOES      VALUE "S".
       01 FLAG-RETENCOES-ABERTAS PIC X VALUE "N".
           88 RETENCOES-ABERTAS     VALUE "S".
       01 FLAG-RGR-LISTA     PIC X VALUE "N".
           88 REGRA-ENCONTRADA      VALUE "S".
      *>-------CO-TITULARES: CONTAS EM QUE O CPF BUSCADO É
      *>-------CO-TITULAR, TITULAR QUE SOLICITOU A OPERAÇÃO E
      *>-------SEGUNDA ASSINATURA DA CONTA CONJUNTA "E"-------
       01 FILE-STATUS-TITULARES PIC XX.
       01 WK-QTD-COT         PIC 9(2) VALUE ZEROS.
       01 WK-COT-IDX         PIC 9(2) COMP.
       01 WK-CONTAS-COTITULAR.
           05 WK-COT-NUM-CONTA PIC 9(6) OCCURS 20 TIMES.
       01 WK-CPF-PRINCIPAL   PIC 9(11) VALUE ZEROS.
       01 WK-CPF-SOLICITANTE PIC 9(11) VALUE ZEROS.
       01 WK-CPF-COASSINANTE PIC 9(11) VALUE ZEROS.
       01 WK-TIT-NUM-CONTA   PIC 9(6).
       01 WK-TIT-CPF         PIC 9(11).
       01 WK-TIT-PAPEL       PIC X(2).
       01 FLAG-VINCULO-CPF   PIC X VALUE "N".
           88 VINCULO-TITULAR       VALUE "T".
           88 VINCULO-COTITULAR     VALUE "C".
           88 VINCULO-CPF-ACHADO    VALUE "T" "C".
       01 FLAG-CONTA-CONJUNTA PIC X VALUE "N".
           88 CONTA-CONJUNTA-E      VALUE "S".
       01 FLAG-ASSINATURA    PIC X VALUE "N".
           88 ASSINATURA-CONFERIDA  VALUE "S".
       01 FLAG-VARREDURA-TITULAR PIC X VALUE "N".
           88 VARREDURA-TITULAR-ENCERRADA VALUE "S".
       01 FLAG-TIT-LISTA     PIC X VALUE "N".
           88 COTITULAR-LISTADO     VALUE "S".
      *>-------PACOTE DE TARIFAS: TARIFA DA OPERAÇÃO EM CURSO (ZERO
      *>-------DENTRO DA FRANQUIA OU SEM TARIFA CADASTRADA) E O USO
      *>-------DO MÊS JÁ FEITO PELA CONTA-------
       01 FILE-STATUS-TARIFAS    PIC XX.
       01 FILE-STATUS-USO-TARIFA PIC XX.
       01 WK-TRF-OPERACAO    PIC X(10).
       01 WK-TRF-TIPO        PIC X(10).
       01 WK-TRF-VALOR       PIC S9(5)V99.
       01 WK-TRF-FRANQUIA    PIC 9(3).
       01 WK-TARIFA-OPERACAO PIC S9(5)V99 VALUE ZEROS.
       01 WK-USO-QTD-MES     PIC 9(5) VALUE ZEROS.
       01 WK-RESPOSTA-TARIFA PIC X(1).
       01 FLAG-TARIFA-STATUS PIC X VALUE "N".
           88 TARIFA-CADASTRADA     VALUE "S".
       01 FLAG-TARIFA-CONFIRMADA PIC X VALUE "N".
           88 TARIFA-CONFIRMADA     VALUE "S".
       01 FLAG-TRF-LISTA     PIC X VALUE "N".
           88 TARIFA-LISTADA        VALUE "S".

      *>EOF-FIM DO ARQUIVO
       01 EOF-FLAG              PIC X VALUE "N".
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR-ARQUIVO
           PERFORM IDENTIFICAR-OPERADOR UNTIL OPERADOR-VALIDO
           PERFORM MENU-PRINCIPAL UNTIL OPCAO-MENU = 20
           STOP RUN.
      *>------IDENTIFICAÇÃO DO OPERADOR NO INÍCIO DA SESSÃO------
       IDENTIFICAR-OPERADOR.
           DISPLAY "15 - ESTORNAR MOVIMENTO."
           DISPLAY "16 - TRANSFERÊNCIA EXTERNA."
           DISPLAY "17 - LIMITE DIÁRIO DA CONTA."
           DISPLAY "18 - EMPRÉSTIMOS."
           DISPLAY "19 - PAGAMENTO DE BOLETO."
           DISPLAY "20 - SAIR."
           DISPLAY "ESCOLHA UMA OPÇÃO (EX: 1): "
           ACCEPT OPCAO-MENU
           EVALUATE OPCAO-MENU
                 PERFORM MENU-AGENDAMENTOS UNTIL OPCAO-AGENDA = 4
              WHEN 12
                 MOVE ZEROS TO OPCAO-PRODUTO
                 PERFORM MENU-PRODUTOS UNTIL OPCAO-PRODUTO = 7
              WHEN 13
                 MOVE ZEROS TO OPCAO-CLIENTE
                 PERFORM MENU-CLIENTES UNTIL OPCAO-CLIENTE = 7
              WHEN 14
                 MOVE ZEROS TO OPCAO-OPERADOR
                 PERFORM MENU-OPERADORES UNTIL OPCAO-OPERADOR = 3
              WHEN 17
                 PERFORM MANTER-LIMITE-CONTA
              WHEN 18
                 MOVE ZEROS TO OPCAO-EMPRESTIMO
                 PERFORM MENU-EMPRESTIMOS UNTIL OPCAO-EMPRESTIMO = 3
              WHEN 19
                 PERFORM PAGAR-BOLETO
              WHEN 20
                 DISPLAY "SAINDO..."
              WHEN OTHER
                 DISPLAY "OPÇÃO INVALIDA."
           ELSE
              CLOSE ARQUIVO-REMESSA
           END-IF.
           OPEN INPUT ARQUIVO-PAGAMENTOS
           IF FILE-STATUS-PAGAMENTOS = "35"
              OPEN OUTPUT ARQUIVO-PAGAMENTOS
              CLOSE ARQUIVO-PAGAMENTOS
           ELSE
              CLOSE ARQUIVO-PAGAMENTOS
           END-IF.
           OPEN INPUT ARQUIVO-LIMITES
           IF FILE-STATUS-LIMITES = "35"
              OPEN OUTPUT ARQUIVO-LIMITES
           ELSE
              CLOSE ARQUIVO-DEBITO-DIA
           END-IF.
           OPEN INPUT ARQUIVO-EMPRESTIMOS
           IF FILE-STATUS-EMPRESTIMOS = "35"
              OPEN OUTPUT ARQUIVO-EMPRESTIMOS
              CLOSE ARQUIVO-EMPRESTIMOS
           ELSE
              CLOSE ARQUIVO-EMPRESTIMOS
           END-IF.
           OPEN INPUT ARQUIVO-PARCELAS
           IF FILE-STATUS-PARCELAS = "35"
              OPEN OUTPUT ARQUIVO-PARCELAS
              CLOSE ARQUIVO-PARCELAS
           ELSE
              CLOSE ARQUIVO-PARCELAS
           END-IF.
           OPEN INPUT ARQUIVO-CTRL-EMP
           IF FILE-STATUS-CTRL-EMP = "35"
              MOVE ZEROS TO CONTADOR-EMPRESTIMO
              OPEN OUTPUT ARQUIVO-CTRL-EMP
              CLOSE ARQUIVO-CTRL-EMP
           ELSE
              READ ARQUIVO-CTRL-EMP
                 AT END
                    MOVE ZEROS TO CONTADOR-EMPRESTIMO
                 NOT AT END
                    MOVE CTRL-ULTIMO-CONTRATO TO CONTADOR-EMPRESTIMO
              END-READ
              CLOSE ARQUIVO-CTRL-EMP
           END-IF.
           OPEN INPUT ARQUIVO-RETENCOES
           IF FILE-STATUS-RETENCOES = "35"
              OPEN OUTPUT ARQUIVO-RETENCOES
              CLOSE ARQUIVO-RETENCOES
           ELSE
              CLOSE ARQUIVO-RETENCOES
           END-IF.
      *>SEM REGRA CADASTRADA NENHUM DEPÓSITO É RETIDO (A REGRA
      *>HISTÓRICA); AS REGRAS SÃO INCLUÍDAS PELO SUPERVISOR
           OPEN INPUT ARQUIVO-REGRAS-RET
           IF FILE-STATUS-REGRAS-RET = "35"
              OPEN OUTPUT ARQUIVO-REGRAS-RET
              CLOSE ARQUIVO-REGRAS-RET
           ELSE
              CLOSE ARQUIVO-REGRAS-RET
           END-IF.
           OPEN INPUT ARQUIVO-TITULARES
           IF FILE-STATUS-TITULARES = "35"
              OPEN OUTPUT ARQUIVO-TITULARES
              CLOSE ARQUIVO-TITULARES
           ELSE
              CLOSE ARQUIVO-TITULARES
           END-IF.
      *>SEM TARIFA CADASTRADA NENHUMA OPERAÇÃO É COBRADA (A REGRA
      *>HISTÓRICA); AS TARIFAS SÃO INCLUÍDAS PELO SUPERVISOR
           OPEN INPUT ARQUIVO-TARIFAS
           IF FILE-STATUS-TARIFAS = "35"
              OPEN OUTPUT ARQUIVO-TARIFAS
              CLOSE ARQUIVO-TARIFAS
           ELSE
              CLOSE ARQUIVO-TARIFAS
           END-IF.
           OPEN INPUT ARQUIVO-USO-TARIFA
           IF FILE-STATUS-USO-TARIFA = "35"
              OPEN OUTPUT ARQUIVO-USO-TARIFA
              CLOSE ARQUIVO-USO-TARIFA
           ELSE
              CLOSE ARQUIVO-USO-TARIFA
           END-IF.
       CRIAR-CONTA.
           DISPLAY "INSIRA O NOME DO CLIENTE"
           ACCEPT NOME-CLIENTE
              MOVE SPACES TO WK-STATUS-DESEJADO
              PERFORM BUSCAR-POR-NOME
           END-IF.
      *>A BUSCA JÁ MOSTROU O SALDO CONTÁBIL; AS RETENÇÕES ATIVAS E O
      *>SALDO DISPONÍVEL EXPLICAM POR QUE PARTE DO DINHEIRO QUE ESTÁ
      *>NA CONTA AINDA NÃO PODE SER SACADA
           IF SITUACAO = "ATIVA" OR SITUACAO = "BLOQUEADA" OR
              SITUACAO = "DORMENTE"
              PERFORM EXIBIR-SALDO-DISPONIVEL
           END-IF.

      *>--AVALIA SE O STATUS DA CONTA LIDA ATENDE AO FILTRO EM
      *>--WK-STATUS-DESEJADO: ESPAÇOS = QUALQUER STATUS; "CREDITO"
           MOVE "N" TO FLAG-CPF-STATUS
           MOVE SPACES TO SITUACAO
           MOVE ZEROS TO WK-QTD-CANDIDATAS
           MOVE CPF TO WK-CPF-SOLICITANTE
           PERFORM CARREGAR-CONTAS-COTITULAR
           OPEN INPUT ARQUIVO-CONTAS
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQUIVO-CONTAS NEXT RECORD
                     SET FIM-ARQUIVO TO TRUE
                  NOT AT END
                     PERFORM AVALIAR-FILTRO-STATUS
                     PERFORM AVALIAR-VINCULO-CPF
                     IF VINCULO-CPF-ACHADO AND STATUS-CASA-FILTRO
                        MOVE "S" TO FLAG-CPF-STATUS
                        ADD 1 TO WK-QTD-CANDIDATAS
                        IF WK-QTD-CANDIDATAS NOT > 20
                                WK-CAND-TIPO-CONTA(WK-QTD-CANDIDATAS)
                           MOVE ARQ-STATUS TO
                                WK-CAND-STATUS(WK-QTD-CANDIDATAS)
                           IF VINCULO-TITULAR
                              MOVE "TITULAR" TO
                                WK-CAND-VINCULO(WK-QTD-CANDIDATAS)
                           ELSE
                              MOVE "CO-TITULAR" TO
                                WK-CAND-VINCULO(WK-QTD-CANDIDATAS)
                           END-IF
                        END-IF
                     *>CARREGA CAMPOS DE ARQUIVO NAS VARIAVEIS DE
                     *>TRABALHO
                        MOVE ARQ-NUM-CONTA TO NUMERO-CONTA
                        MOVE ARQ-NOME TO NOME-CADASTRADO
                        MOVE ARQ-STATUS TO SITUACAO
                        MOVE ARQ-CPF TO WK-CPF-PRINCIPAL
                        MOVE ARQ-SALDO TO SALDO
                        MOVE ARQ-DATA TO DATA-CRIACAO
                        MOVE ARQ-TIPO-CONTA TO TIPO-CONTA-CADASTRADA
              DISPLAY "  CONTA " WK-CAND-NUM-CONTA(WK-CAND-IDX)
                 " TIPO " WK-CAND-TIPO-CONTA(WK-CAND-IDX)
                 " STATUS " WK-CAND-STATUS(WK-CAND-IDX)
                 " " WK-CAND-VINCULO(WK-CAND-IDX)
           END-PERFORM
           IF WK-QTD-CANDIDATAS > WK-QTD-EXIBIDAS
              COMPUTE WK-QTD-OCULTAS =
                       DISPLAY "NÚMERO DE CONTA INVÁLIDO."
                   NOT INVALID KEY
                       PERFORM AVALIAR-FILTRO-STATUS
                       PERFORM AVALIAR-VINCULO-CPF
                       IF VINCULO-CPF-ACHADO AND STATUS-CASA-FILTRO
                          MOVE "S" TO FLAG-CPF-STATUS
                          MOVE ARQ-NUM-CONTA TO NUMERO-CONTA
                          MOVE ARQ-NOME TO NOME-CADASTRADO
                          MOVE ARQ-STATUS TO SITUACAO
                          MOVE ARQ-CPF TO WK-CPF-PRINCIPAL
                          MOVE ARQ-SALDO TO SALDO
                          MOVE ARQ-DATA TO DATA-CRIACAO
                          MOVE ARQ-TIPO-CONTA TO TIPO-CONTA-CADASTRADA
                       END-IF
               END-READ
           CLOSE ARQUIVO-CONTAS.

      *>--CONTAS EM QUE O CPF BUSCADO É CO-TITULAR (O ARQUIVO DE
      *>--TITULARES É CHAVEADO PELA CONTA, ENTÃO A PROCURA PELO CPF
      *>--VARRE O ARQUIVO TODO, COMO A BUSCA EM contas.txt)--
       CARREGAR-CONTAS-COTITULAR.
           MOVE ZEROS TO WK-QTD-COT
           MOVE "N" TO FLAG-VARREDURA-TITULAR
           OPEN INPUT ARQUIVO-TITULARES
           IF FILE-STATUS-TITULARES NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL VARREDURA-TITULAR-ENCERRADA
              READ ARQUIVO-TITULARES NEXT RECORD
                 AT END
                    SET VARREDURA-TITULAR-ENCERRADA TO TRUE
                 NOT AT END
                    IF TIT-CPF = CPF AND WK-QTD-COT < 20
                       ADD 1 TO WK-QTD-COT
                       MOVE TIT-NUM-CONTA TO
                                       WK-COT-NUM-CONTA(WK-QTD-COT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-TITULARES.

      *>--O CPF BUSCADO É TITULAR DA CONTA LIDA (ARQ-CPF) OU ESTÁ
      *>--ENTRE AS CONTAS EM QUE ELE É CO-TITULAR--
       AVALIAR-VINCULO-CPF.
           MOVE "N" TO FLAG-VINCULO-CPF
           IF ARQ-CPF = CPF
              SET VINCULO-TITULAR TO TRUE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WK-COT-IDX FROM 1 BY 1
                     UNTIL WK-COT-IDX > WK-QTD-COT
              IF WK-COT-NUM-CONTA(WK-COT-IDX) = ARQ-NUM-CONTA
                 SET VINCULO-COTITULAR TO TRUE
              END-IF
           END-PERFORM.
      *>--BUSCA POR NOME, RESTRITA AO STATUS EM WK-STATUS-DESEJADO
      *>--(ESPAÇOS = QUALQUER STATUS); SE MAIS DE UMA CONTA DO NOME
      *>--ATENDER AO FILTRO (MESMO CLIENTE COM MAIS DE UM TIPO DE
                        MOVE ARQ-NUM-CONTA TO NUMERO-CONTA
                        MOVE ARQ-NOME TO NOME-CADASTRADO
                        MOVE ARQ-STATUS TO SITUACAO
                        MOVE ARQ-CPF TO WK-CPF-PRINCIPAL
                        MOVE ARQ-SALDO TO SALDO
                        MOVE ARQ-DATA TO DATA-CRIACAO
                        MOVE ARQ-TIPO-CONTA TO TIPO-CONTA-CADASTRADA
           IF WK-QTD-CANDIDATAS > 1
              PERFORM DESAMBIGUAR-CONTA-POR-NOME
           END-IF.
      *>NA BUSCA POR NOME QUEM SOLICITA É O TITULAR PRINCIPAL
           MOVE WK-CPF-PRINCIPAL TO WK-CPF-SOLICITANTE.
           IF FLAG-NOME-STATUS = "S"
              EVALUATE SITUACAO
                 WHEN "ATIVA"
                          MOVE ARQ-NUM-CONTA TO NUMERO-CONTA
                          MOVE ARQ-NOME TO NOME-CADASTRADO
                          MOVE ARQ-STATUS TO SITUACAO
                          MOVE ARQ-CPF TO WK-CPF-PRINCIPAL
                          MOVE ARQ-SALDO TO SALDO
                          MOVE ARQ-DATA TO DATA-CRIACAO
                          MOVE ARQ-TIPO-CONTA TO TIPO-CONTA-CADASTRADA
                                                  WK-RZO-TIPO-CRED
                    PERFORM GRAVAR-PARTIDAS-RAZAO
                    DISPLAY "DEPOSITO REALIZADO COM SUCESSO."
                    MOVE "BALCAO"  TO WK-RTN-CANAL
                    MOVE VALOR-DEP TO WK-RTN-VALOR
                    PERFORM RETER-DEPOSITO
                 END-IF
              ELSE
                 DISPLAY "VALOR INVÁLIDO PARA DEPÓSITO."
              ACCEPT VALOR-SAQUE
              IF VALOR-SAQUE > 0
      *>O DÉBITO PODE USAR O CHEQUE ESPECIAL DO PRODUTO: O SALDO
      *>PODE FICAR NEGATIVO ATÉ O LIMITE CONTRATADO. DEPÓSITO AINDA
      *>RETIDO NÃO CONTA (VALE O SALDO DISPONÍVEL, NÃO O CONTÁBIL)
      *>FORA DA FRANQUIA DO MÊS A TARIFA TAMBÉM PRECISA CABER
                 PERFORM CARREGAR-LIMITE-CHEQUE
                 PERFORM CALCULAR-SALDO-RETIDO
                 MOVE "SAQUE" TO WK-TRF-OPERACAO
                 PERFORM CALCULAR-TARIFA-OPERACAO
                 IF VALOR-SAQUE + WK-TARIFA-OPERACAO >
                    SALDO - WK-SALDO-RETIDO + WK-LIMITE-CHEQUE
                    DISPLAY "SALDO E LIMITE INSUFICIENTES PARA"
                                                       " SAQUE."
                    PERFORM AVISAR-TARIFA-INCLUIDA
                    PERFORM AVISAR-SALDO-RETIDO
                 ELSE
      *>O SAQUE AINDA PASSA PELO TETO DIÁRIO DE DÉBITOS, QUE SOMA
      *>TODOS OS CANAIS (BALCÃO, LOTE E AGENDA)
                    MOVE VALOR-SAQUE TO WK-VALOR-DEBITO
                    PERFORM VERIFICAR-LIMITE-DIARIO
                    IF DEBITO-LIBERADO
                       PERFORM CONFERIR-ASSINATURA-CONJUNTA
                       IF ASSINATURA-CONFERIDA
                          PERFORM CONFIRMAR-TARIFA-OPERACAO
                          IF TARIFA-CONFIRMADA
                             PERFORM EFETIVAR-SAQUE
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              ELSE
                                     WK-RZO-TIPO-CRED
              PERFORM GRAVAR-PARTIDAS-RAZAO
              DISPLAY "SAQUE REALIZADO COM SUCESSO."
              PERFORM TARIFAR-OPERACAO-EFETIVADA
           END-IF.
      *>ENCERRAMENTO DE CONTA---
       ENCERRAR-CONTA.

           IF SITUACAO = "ATIVA"
              IF SALDO = 0
                 PERFORM CONFERIR-ASSINATURA-CONJUNTA
                 IF NOT ASSINATURA-CONFERIDA
                    EXIT PARAGRAPH
                 END-IF
                 MOVE "INATIVA" TO SITUACAO
                 MOVE FUNCTION CURRENT-DATE TO DATA-COMPLETA
                 MOVE DATA-COMPLETA(7:2)  TO DD-ENC
                    MOVE "ENCERRAMENTO" TO WK-AUD-EVENTO
                    MOVE NUMERO-CONTA   TO WK-AUD-CONTA
                    MOVE "EFETIVADO"    TO WK-AUD-RESULTADO
                    MOVE WK-CPF-SOLICITANTE TO WK-AUD-CPF
                    PERFORM REGISTRAR-AUDITORIA
                 END-IF
              ELSE
                 MOVE "ENCERRAMENTO" TO WK-AUD-EVENTO
                 MOVE NUMERO-CONTA   TO WK-AUD-CONTA
                 MOVE "SALDO-NAO-ZERADO" TO WK-AUD-RESULTADO
                 MOVE WK-CPF-SOLICITANTE TO WK-AUD-CPF
                 PERFORM REGISTRAR-AUDITORIA
              END-IF
           ELSE
                 ACCEPT VALOR-TRANSF
                 IF VALOR-TRANSF > 0
                    PERFORM CARREGAR-LIMITE-CHEQUE
                    PERFORM CALCULAR-SALDO-RETIDO
                    MOVE "TRANSF-ENV" TO WK-TRF-OPERACAO
                    PERFORM CALCULAR-TARIFA-OPERACAO
                    IF VALOR-TRANSF + WK-TARIFA-OPERACAO >
                       SALDO - WK-SALDO-RETIDO + WK-LIMITE-CHEQUE
                       DISPLAY "SALDO E LIMITE INSUFICIENTES PARA"
                                               " TRANSFERÊNCIA."
                       PERFORM AVISAR-TARIFA-INCLUIDA
                       PERFORM AVISAR-SALDO-RETIDO
                    ELSE
                       MOVE VALOR-TRANSF TO WK-VALOR-DEBITO
                       PERFORM VERIFICAR-LIMITE-DIARIO
                       IF DEBITO-LIBERADO
                          PERFORM CONFERIR-ASSINATURA-CONJUNTA
                          IF ASSINATURA-CONFERIDA
                             PERFORM CONFIRMAR-TARIFA-OPERACAO
                             IF TARIFA-CONFIRMADA
                                PERFORM EFETIVAR-TRANSFERENCIA
                             END-IF
                          END-IF
                       END-IF
                    END-IF
                 ELSE
              MOVE WK-RZO-TIPO-DESTINO TO WK-RZO-TIPO-CRED
              PERFORM GRAVAR-PARTIDAS-RAZAO
              DISPLAY "TRANSFERÊNCIA REALIZADA COM SUCESSO."
              PERFORM TARIFAR-OPERACAO-EFETIVADA
           END-IF.

      *>--GRAVA O PAR DE MOVIMENTOS VINCULADOS DA TRANSFERÊNCIA
              EXIT PARAGRAPH
           END-IF
           PERFORM CARREGAR-LIMITE-CHEQUE
           PERFORM CALCULAR-SALDO-RETIDO
           MOVE "TRANSF-EXT" TO WK-TRF-OPERACAO
           PERFORM CALCULAR-TARIFA-OPERACAO
           IF VALOR-TRANSF-EXT + WK-TARIFA-OPERACAO >
              SALDO - WK-SALDO-RETIDO + WK-LIMITE-CHEQUE
              DISPLAY "SALDO E LIMITE INSUFICIENTES PARA"
                                              " TRANSFERÊNCIA."
              PERFORM AVISAR-TARIFA-INCLUIDA
              PERFORM AVISAR-SALDO-RETIDO
              EXIT PARAGRAPH
           END-IF
           MOVE VALOR-TRANSF-EXT TO WK-VALOR-DEBITO
           PERFORM VERIFICAR-LIMITE-DIARIO
           IF NOT DEBITO-LIBERADO
              EXIT PARAGRAPH
           END-IF
           PERFORM CONFERIR-ASSINATURA-CONJUNTA
           IF NOT ASSINATURA-CONFERIDA
              EXIT PARAGRAPH
           END-IF
           PERFORM CONFIRMAR-TARIFA-OPERACAO
           IF TARIFA-CONFIRMADA
              PERFORM EFETIVAR-TRANSF-EXTERNA
           END-IF.

              MOVE NUMERO-CONTA   TO WK-AUD-CONTA
              MOVE "PENDENTE"     TO WK-AUD-RESULTADO
              PERFORM REGISTRAR-AUDITORIA
              PERFORM TARIFAR-OPERACAO-EFETIVADA
           END-IF.

       GRAVAR-ORDEM-EXTERNA.
               WRITE REGISTRO-REMESSA
           CLOSE ARQUIVO-REMESSA.

      *>--PAGAMENTO DE BOLETO OU CONTA DE CONSUMO: VALIDA O CÓDIGO,
      *>--DEBITA A CONTA COM AS MESMAS REGRAS DO SACAR E DEIXA O
      *>--PAGAMENTO PENDENTE; O ENVIO AO AGENTE RECEBEDOR E A
      *>--DEVOLUÇÃO DOS RECUSADOS FICAM COM O LOTE PRÓPRIO--
       PAGAR-BOLETO.
           PERFORM LER-DIA-OPERACIONAL
           IF NOT DIA-ABERTO
              PERFORM AVISAR-DIA-FECHADO
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INSIRA NOME OU CPF DO CLIENTE: "
           ACCEPT CAMPO-BUSCA

           IF FUNCTION TRIM(CAMPO-BUSCA) IS NUMERIC
              MOVE CAMPO-BUSCA TO CPF
              MOVE "ATIVA" TO WK-STATUS-DESEJADO
              PERFORM BUSCAR-POR-CPF
           ELSE
              MOVE CAMPO-BUSCA TO NOME-CLIENTE
              MOVE "ATIVA" TO WK-STATUS-DESEJADO
              PERFORM BUSCAR-POR-NOME
           END-IF

           IF SITUACAO NOT = "ATIVA"
              DISPLAY "CONTA INATIVA OU INEXISTENTE."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "CÓDIGO DE BARRAS OU LINHA DIGITÁVEL: "
           ACCEPT WK-BOL-ENTRADA
           PERFORM VALIDAR-CODIGO-BOLETO
           IF NOT BOLETO-VALIDO
              DISPLAY "CÓDIGO INVÁLIDO: " WK-BOL-MOTIVO
              EXIT PARAGRAPH
           END-IF
           IF BOLETO-BANCARIO
              DISPLAY "BOLETO BANCÁRIO — BANCO " WK-BOL-CODIGO(1:3)
           ELSE
              DISPLAY "CONTA DE CONSUMO / TRIBUTO"
           END-IF
           IF WK-BOL-VENCIMENTO = SPACES
              DISPLAY "VENCIMENTO: NÃO INFORMADO NO CÓDIGO"
           ELSE
              DISPLAY "VENCIMENTO: " WK-BOL-VENCIMENTO(7:2) "/"
                 WK-BOL-VENCIMENTO(5:2) "/" WK-BOL-VENCIMENTO(1:4)
      *>BOLETO VENCIDO SEGUE PARA O AGENTE PELO VALOR DO CÓDIGO; O
      *>BANCO NÃO CALCULA ENCARGOS E O AGENTE PODE RECUSAR
              IF WK-BOL-VENCIMENTO < WK-DATA-DIA
                 DISPLAY "ATENÇÃO: BOLETO VENCIDO — O RECEBEDOR"
                    " PODE RECUSAR O PAGAMENTO."
              END-IF
           END-IF
           IF WK-BOL-VALOR > 0
              MOVE WK-BOL-VALOR TO VALOR-PAGAMENTO
              DISPLAY "VALOR: " VALOR-PAGAMENTO
           ELSE
              DISPLAY "VALOR NÃO CONSTA NO CÓDIGO. INSIRA O VALOR"
                 " DO PAGAMENTO: "
              ACCEPT VALOR-PAGAMENTO
              IF VALOR-PAGAMENTO NOT > 0
                 DISPLAY "VALOR INVÁLIDO PARA PAGAMENTO."
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM CARREGAR-LIMITE-CHEQUE
           PERFORM CALCULAR-SALDO-RETIDO
           MOVE "PAGAMENTO" TO WK-TRF-OPERACAO
           PERFORM CALCULAR-TARIFA-OPERACAO
           IF VALOR-PAGAMENTO + WK-TARIFA-OPERACAO >
              SALDO - WK-SALDO-RETIDO + WK-LIMITE-CHEQUE
              DISPLAY "SALDO E LIMITE INSUFICIENTES PARA"
                                              " PAGAMENTO."
              PERFORM AVISAR-TARIFA-INCLUIDA
              PERFORM AVISAR-SALDO-RETIDO
              EXIT PARAGRAPH
           END-IF
           MOVE VALOR-PAGAMENTO TO WK-VALOR-DEBITO
           PERFORM VERIFICAR-LIMITE-DIARIO
           IF NOT DEBITO-LIBERADO
              EXIT PARAGRAPH
           END-IF
           PERFORM CONFERIR-ASSINATURA-CONJUNTA
           IF NOT ASSINATURA-CONFERIDA
              EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFIRMA O PAGAMENTO (S/N)? "
           ACCEPT WK-RESPOSTA-PAGAMENTO
           MOVE FUNCTION UPPER-CASE(WK-RESPOSTA-PAGAMENTO)
                                       TO WK-RESPOSTA-PAGAMENTO
           IF WK-RESPOSTA-PAGAMENTO NOT = "S"
              DISPLAY "PAGAMENTO CANCELADO."
              EXIT PARAGRAPH
           END-IF
           PERFORM CONFIRMAR-TARIFA-OPERACAO
           IF TARIFA-CONFIRMADA
              PERFORM EFETIVAR-PAGAMENTO
           END-IF.

       EFETIVAR-PAGAMENTO.
           SUBTRACT VALOR-PAGAMENTO FROM SALDO
           MOVE "N" TO FLAG-REWRITE-STATUS
           OPEN I-O ARQUIVO-CONTAS
               MOVE NUMERO-CONTA TO ARQ-NUM-CONTA
               READ ARQUIVO-CONTAS
                   INVALID KEY
                       DISPLAY "CONTA NÃO ENCONTRADA NO ARQUIVO"
                                            " PARA ATUALIZAÇÃO."
                   NOT INVALID KEY
                       MOVE SALDO TO ARQ-SALDO
                       REWRITE REGISTRO-ARQUIVO
                       SET REWRITE-OK TO TRUE
               END-READ
           CLOSE ARQUIVO-CONTAS
           IF REWRITE-OK
              MOVE "PAGAMENTO"      TO WK-TIPO-MOVIMENTO
              MOVE VALOR-PAGAMENTO  TO WK-VALOR-MOVIMENTO
              PERFORM REGISTRAR-MOVIMENTO
              PERFORM ACUMULAR-DEBITO-DIA
              PERFORM GRAVAR-PAGAMENTO
      *>O VALOR FICA EM PAGAMENTOS PENDENTES ATÉ O RETORNO DO
      *>AGENTE (CONFIRMA CONTRA CAIXA OU DEVOLVE PARA A CONTA)
              MOVE "DEP-CLIENTES"   TO WK-RZO-CTA-DEBITO
              MOVE "PEND-BOLETOS"   TO WK-RZO-CTA-CREDITO
              MOVE VALOR-PAGAMENTO  TO WK-RZO-VALOR
              MOVE "PAGAMENTO"      TO WK-RZO-TIPO-MOV
              MOVE NUMERO-CONTA     TO WK-RZO-CONTA-DEB
                                       WK-RZO-CONTA-CRED
              MOVE TIPO-CONTA-CADASTRADA TO WK-RZO-TIPO-DEB
                                            WK-RZO-TIPO-CRED
              PERFORM GRAVAR-PARTIDAS-RAZAO
              DISPLAY "PAGAMENTO " CONTADOR-PAGAMENTO " REGISTRADO"
                                    " — AGUARDA ENVIO AO RECEBEDOR."
              MOVE "PAGAMENTO"    TO WK-AUD-EVENTO
              MOVE NUMERO-CONTA   TO WK-AUD-CONTA
              MOVE "PENDENTE"     TO WK-AUD-RESULTADO
              PERFORM REGISTRAR-AUDITORIA
              PERFORM TARIFAR-OPERACAO-EFETIVADA
           END-IF.

      *>--O LOTE DE MOVIMENTOS TAMBÉM NUMERA PAGAMENTOS: O ÚLTIMO
      *>--NÚMERO É RELIDO DO CONTROLE A CADA PAGAMENTO--
       GRAVAR-PAGAMENTO.
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
           OPEN I-O ARQUIVO-PAGAMENTOS
               MOVE CONTADOR-PAGAMENTO TO PAG-ID
               MOVE NUMERO-CONTA      TO PAG-NUM-CONTA
               MOVE WK-BOL-CODIGO     TO PAG-CODIGO-BARRAS
               MOVE WK-BOL-SEGMENTO   TO PAG-SEGMENTO
               MOVE VALOR-PAGAMENTO   TO PAG-VALOR
               MOVE WK-BOL-VENCIMENTO TO PAG-VENCIMENTO
               MOVE WK-DATA-DIA       TO PAG-DATA
               MOVE OPERADOR-ATUAL    TO PAG-OPERADOR
               MOVE "P"               TO PAG-SITUACAO
               WRITE REGISTRO-PAGAMENTO
                  INVALID KEY
                     DISPLAY "FALHA AO GRAVAR O PAGAMENTO."
               END-WRITE
           CLOSE ARQUIVO-PAGAMENTOS.

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

      *>--REGISTRO DE MOVIMENTAÇÃO NO EXTRATO--
       REGISTRAR-MOVIMENTO.
           MOVE FUNCTION CURRENT-DATE TO DATA-COMPLETA
               MOVE OPERADOR-ATUAL    TO EXT-OPERADOR
               MOVE SPACES            TO EXT-REF-ESTORNO
               PERFORM GRAVAR-REGISTRO-EXTRATO
      *>GUARDA A CHAVE EFETIVAMENTE GRAVADA (A RETENÇÃO DE DEPÓSITO
      *>APONTA PARA O MOVIMENTO DE CRÉDITO)
               MOVE EXT-CHAVE         TO WK-CHAVE-MOVIMENTO
           CLOSE ARQUIVO-EXTRATO.

      *>--PARTIDAS DOBRADAS DO RAZÃO INTERNO: CADA LANÇAMENTO GERA
               MOVE WK-AUD-EVENTO    TO AUD-EVENTO
               MOVE WK-AUD-CONTA     TO AUD-NUM-CONTA
               MOVE WK-AUD-RESULTADO TO AUD-RESULTADO
               MOVE WK-AUD-CPF       TO AUD-CPF-SOLICITANTE
               WRITE REGISTRO-AUDITORIA
           CLOSE ARQUIVO-AUDITORIA.
      *>O CPF DO SOLICITANTE SÓ VALE PARA O EVENTO QUE O INFORMOU
           MOVE SPACES TO WK-AUD-CPF.
      *>--EXTRATO DA CONTA (CONSULTA DE MOVIMENTAÇÕES): LÊ DIRETO
      *>--PELA CHAVE A PARTIR DA CONTA E DA DATA INICIAL, SEM
      *>--VARRER O MOVIMENTO DAS OUTRAS CONTAS; PERÍODO EM BRANCO
           ACCEPT WK-EXT-DATA-ATE
           DISPLAY "ANO ARQUIVADO (BRANCO = EXTRATO ATUAL): "
           ACCEPT WK-EXT-ANO
           PERFORM TARIFAR-SEGUNDA-VIA
           IF NOT TARIFA-CONFIRMADA
              EXIT PARAGRAPH
           END-IF
           IF WK-EXT-ANO NOT = SPACES
              PERFORM EXTRATO-CONTA-ARQUIVADO
              EXIT PARAGRAPH
           MOVE "N" TO EOF-FLAG
           MOVE "N" TO FLAG-EXTRATO-STATUS
           DISPLAY "EXTRATO DA CONTA " NUMERO-CONTA
           MOVE "N" TO FLAG-RETENCOES-ABERTAS
           OPEN INPUT ARQUIVO-RETENCOES
           IF FILE-STATUS-RETENCOES = "00"
              SET RETENCOES-ABERTAS TO TRUE
           END-IF
           OPEN INPUT ARQUIVO-EXTRATO
           MOVE NUMERO-CONTA   TO EXT-NUM-CONTA
           MOVE WK-EXT-DE-CHAVE TO EXT-DATA-HORA(1:8)
                                               EXT-REF-ESTORNO
                          END-IF
                       END-IF
                       IF RETENCOES-ABERTAS AND
                          (EXT-TIPO = "DEPOSITO" OR
                           EXT-TIPO = "LOTE-DEP")
                          PERFORM EXIBIR-RETENCAO-MOVIMENTO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-EXTRATO.
           IF RETENCOES-ABERTAS
              CLOSE ARQUIVO-RETENCOES
           END-IF
           IF NOT MOVIMENTO-ENCONTRADO
              DISPLAY "NENHUMA MOVIMENTAÇÃO ENCONTRADA PARA ESSA"
                                              " CONTA NO PERÍODO."
           END-IF.
           PERFORM EXIBIR-SALDOS-EXTRATO.

      *>--SEGUNDA VIA DO EXTRATO NO BALCÃO: COM O DIA ABERTO E A
      *>--CONTA ATIVA, CONTA O USO DO MÊS E, FORA DA FRANQUIA, A
      *>--TARIFA É CONFIRMADA E DEBITADA ANTES DA EMISSÃO (O
      *>--MOVIMENTO DA TARIFA JÁ SAI NO PRÓPRIO EXTRATO); COM O DIA
      *>--FECHADO A CONSULTA SEGUE SEM COBRANÇA--
       TARIFAR-SEGUNDA-VIA.
           SET TARIFA-CONFIRMADA TO TRUE
           PERFORM LER-DIA-OPERACIONAL
           IF NOT DIA-ABERTO
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SITUACAO
           OPEN INPUT ARQUIVO-CONTAS
               MOVE NUMERO-CONTA TO ARQ-NUM-CONTA
               READ ARQUIVO-CONTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ARQ-SALDO      TO SALDO
                       MOVE ARQ-STATUS     TO SITUACAO
                       MOVE ARQ-TIPO-CONTA TO TIPO-CONTA-CADASTRADA
               END-READ
           CLOSE ARQUIVO-CONTAS
           IF SITUACAO NOT = "ATIVA"
              EXIT PARAGRAPH
           END-IF
           MOVE "EXTRATO" TO WK-TRF-OPERACAO
           PERFORM CALCULAR-TARIFA-OPERACAO
           IF WK-TARIFA-OPERACAO > 0
              PERFORM CARREGAR-LIMITE-CHEQUE
              PERFORM CALCULAR-SALDO-RETIDO
              IF WK-TARIFA-OPERACAO >
                 SALDO - WK-SALDO-RETIDO + WK-LIMITE-CHEQUE
                 DISPLAY "SALDO E LIMITE INSUFICIENTES PARA A"
                    " TARIFA DA SEGUNDA VIA ("
                    WK-TARIFA-OPERACAO ")."
                 MOVE "N" TO FLAG-TARIFA-CONFIRMADA
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM CONFIRMAR-TARIFA-OPERACAO
           IF TARIFA-CONFIRMADA
              PERFORM TARIFAR-OPERACAO-EFETIVADA
           END-IF.

      *>--MARCA NO EXTRATO O DEPÓSITO QUE FOI RETIDO (A RETENÇÃO TEM
      *>--A MESMA CHAVE DO MOVIMENTO DE CRÉDITO)--
       EXIBIR-RETENCAO-MOVIMENTO.
           MOVE EXT-CHAVE TO RTN-CHAVE
           READ ARQUIVO-RETENCOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RTN-SITUACAO = "A"
                      DISPLAY "   DEPÓSITO RETIDO ATÉ "
                         RTN-DATA-LIBERACAO(7:2) "/"
                         RTN-DATA-LIBERACAO(5:2) "/"
                         RTN-DATA-LIBERACAO(1:4)
                   ELSE
                      DISPLAY "   RETENÇÃO LIBERADA EM "
                         RTN-DATA-LIBERACAO(7:2) "/"
                         RTN-DATA-LIBERACAO(5:2) "/"
                         RTN-DATA-LIBERACAO(1:4)
                   END-IF
           END-READ.

      *>--RODAPÉ DO EXTRATO: SALDO CONTÁBIL ATUAL DA CONTA E O
      *>--DISPONÍVEL (CONTÁBIL MENOS RETENÇÕES ATIVAS)--
       EXIBIR-SALDOS-EXTRATO.
           MOVE SPACES TO SITUACAO
           OPEN INPUT ARQUIVO-CONTAS
               MOVE NUMERO-CONTA TO ARQ-NUM-CONTA
               READ ARQUIVO-CONTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ARQ-SALDO  TO SALDO
                       MOVE ARQ-STATUS TO SITUACAO
               END-READ
           CLOSE ARQUIVO-CONTAS
           IF SITUACAO NOT = SPACES
              DISPLAY "SALDO CONTÁBIL ATUAL: " SALDO
              PERFORM EXIBIR-SALDO-DISPONIVEL
           END-IF.
      *>--EXTRATO DE UM ANO ARQUIVADO: MESMA LEITURA POR CHAVE, MAS
      *>--NO HISTÓRICO extratoAAAA.dat GERADO PELO ARQUIVAMENTO
      *>--ANUAL; O PERÍODO INFORMADO VALE DENTRO DO ANO ESCOLHIDO--
       EXTRATO-CONTA-ARQUIVADO.
           MOVE SPACES TO WK-NOME-HISTORICO
           STRING "extrato" WK-EXT-ANO ".dat"
                  DELIMITED BY SIZE INTO WK-NOME-HISTORICO
           IF WK-EXT-DATA-DE = SPACES
              MOVE "00000000" TO WK-EXT-DE-CHAVE
           ELSE
              STRING WK-EXT-DATA-DE(5:4) WK-EXT-DATA-DE(3:2)
                     WK-EXT-DATA-DE(1:2)
                     DELIMITED BY SIZE INTO WK-EXT-DE-CHAVE
           END-IF
           IF WK-EXT-DATA-ATE = SPACES
              MOVE "99999999" TO WK-EXT-ATE-CHAVE
           ELSE
              STRING WK-EXT-DATA-ATE(5:4) WK-EXT-DATA-ATE(3:2)
                     WK-EXT-DATA-ATE(1:2)
                     DELIMITED BY SIZE INTO WK-EXT-ATE-CHAVE
           END-IF
           MOVE "N" TO EOF-FLAG
           MOVE "N" TO FLAG-EXTRATO-STATUS
           OPEN INPUT ARQUIVO-EXTRATO-HIST
           IF FILE-STATUS-HIST = "35"
              DISPLAY "NENHUM HISTÓRICO ARQUIVADO PARA O ANO "
                                                       WK-EXT-ANO "."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "EXTRATO ARQUIVADO " WK-EXT-ANO " DA CONTA "
              WHEN "SAQUE"
              WHEN "AGD-DEB"
              WHEN "LOTE-SAQ"
              WHEN "TARIFA"
                 COMPUTE WK-EST-EFEITO = 0 - WK-EST-VALOR-ORIG
                 SET ESTORNO-LIBERADO TO TRUE
              WHEN "AJUSTE-MES"
      *>JUROS, E COBRANÇA DESFEITA SAI COMO ESTORNO DE TARIFA (A
      *>COBRANÇA PODE TER INCLUÍDO JUROS DO CHEQUE, MAS O NET DO
      *>AJUSTE NÃO GUARDA A ABERTURA; A DEVOLUÇÃO INTEIRA É
      *>TRATADA COMO TARIFA). A TARIFA POR OPERAÇÃO DEVOLVIDA
      *>TAMBÉM SAI DA RECEITA DE TARIFAS
              IF WK-EST-EFEITO > 0
                 MOVE "DEP-CLIENTES" TO WK-RZO-CTA-DEBITO
                 IF WK-EST-TIPO-ORIG = "AJUSTE-MES"
                 END-IF
                 MOVE WK-EST-EFEITO  TO WK-RZO-VALOR
              ELSE
                 IF WK-EST-TIPO-ORIG = "AJUSTE-MES" OR
                    WK-EST-TIPO-ORIG = "TARIFA"
                    MOVE "REC-TARIFAS" TO WK-RZO-CTA-DEBITO
                 ELSE
                    MOVE "CAIXA"       TO WK-RZO-CTA-DEBITO
              MOVE WK-RZO-TIPO-CONTA-MOV TO WK-RZO-TIPO-DEB
                                            WK-RZO-TIPO-CRED
              PERFORM GRAVAR-PARTIDAS-RAZAO
              IF WK-EST-TIPO-ORIG = "DEPOSITO" OR
                 WK-EST-TIPO-ORIG = "LOTE-DEP"
                 PERFORM LIBERAR-RETENCAO-ESTORNADA
              END-IF
              DISPLAY "ESTORNO EFETIVADO."
              MOVE "ESTORNO"      TO WK-AUD-EVENTO
              MOVE NUMERO-CONTA   TO WK-AUD-CONTA
              PERFORM REGISTRAR-AUDITORIA
           END-IF.

      *>--DEPÓSITO ESTORNADO NÃO PODE CONTINUAR RETIDO: O DINHEIRO JÁ
      *>--SAIU DO SALDO E A RETENÇÃO QUE SOBRASSE TRAVARIA SALDO QUE
      *>--NÃO EXISTE MAIS--
       LIBERAR-RETENCAO-ESTORNADA.
           OPEN I-O ARQUIVO-RETENCOES
           IF FILE-STATUS-RETENCOES NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE NUMERO-CONTA     TO RTN-NUM-CONTA
           MOVE WK-EST-DATA-HORA TO RTN-DATA-HORA
           MOVE WK-EST-SEQ       TO RTN-SEQ
           READ ARQUIVO-RETENCOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RTN-SITUACAO = "A"
                      MOVE "L"         TO RTN-SITUACAO
                      MOVE WK-DATA-DIA TO RTN-DATA-LIBERACAO
                      REWRITE REGISTRO-RETENCAO
                      DISPLAY "RETENÇÃO DO DEPÓSITO ESTORNADO"
                                                     " LIBERADA."
                   END-IF
           END-READ
           CLOSE ARQUIVO-RETENCOES.

      *>--O VALOR DO ESTORNO JÁ CARREGA O PRÓPRIO SINAL (OPOSTO AO
      *>--EFEITO DO ORIGINAL), COMO O AJUSTE-MES--
       GRAVAR-MOVIMENTO-ESTORNO.

           IF SITUACAO = "INATIVA"
              MOVE TIPO-CONTA-CADASTRADA TO TIPO-CONTA
      *>A UNICIDADE POR TIPO É DO TITULAR PRINCIPAL DA CONTA, MESMO
      *>QUANDO QUEM PEDE A REATIVAÇÃO É UM CO-TITULAR
              MOVE WK-CPF-PRINCIPAL TO CPF
              PERFORM LER-TODOS-REGISTROS
              IF CPF-DUPLICADO
                 DISPLAY "JÁ EXISTE UMA CONTA ATIVA, BLOQUEADA OU"
                 MOVE "REATIVACAO"   TO WK-AUD-EVENTO
                 MOVE NUMERO-CONTA   TO WK-AUD-CONTA
                 MOVE "RECUSADA-CPF-ATIVO" TO WK-AUD-RESULTADO
                 MOVE WK-CPF-SOLICITANTE TO WK-AUD-CPF
                 PERFORM REGISTRAR-AUDITORIA
                 EXIT PARAGRAPH
              END-IF
                 MOVE "REATIVACAO"   TO WK-AUD-EVENTO
                 MOVE NUMERO-CONTA   TO WK-AUD-CONTA
                 MOVE "EFETIVADA"    TO WK-AUD-RESULTADO
                 MOVE WK-CPF-SOLICITANTE TO WK-AUD-CPF
                 PERFORM REGISTRAR-AUDITORIA
              END-IF
           ELSE
              MOVE "REATIVACAO"   TO WK-AUD-EVENTO
              MOVE NUMERO-CONTA   TO WK-AUD-CONTA
              MOVE "DORMENTE-ACORDADA" TO WK-AUD-RESULTADO
              MOVE WK-CPF-SOLICITANTE TO WK-AUD-CPF
              PERFORM REGISTRAR-AUDITORIA
           END-IF.
      *>--BLOQUEIO JUDICIAL/ADMINISTRATIVO DA CONTA: SÓ SUPERVISOR,
               END-READ
           CLOSE ARQUIVO-DEBITO-DIA.

      *>--SOMA AS RETENÇÕES ATIVAS DA CONTA EM OPERAÇÃO (DEPÓSITOS
      *>--QUE JÁ ESTÃO NO SALDO CONTÁBIL MAS AINDA NÃO FORAM
      *>--LIBERADOS); COM LISTAR-RETENCOES LIGADO, MOSTRA CADA UMA--
       CALCULAR-SALDO-RETIDO.
           MOVE ZEROS TO WK-SALDO-RETIDO
           MOVE "N" TO FLAG-VARREDURA-RETENCAO
           OPEN INPUT ARQUIVO-RETENCOES
           IF FILE-STATUS-RETENCOES NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE NUMERO-CONTA     TO RTN-NUM-CONTA
           MOVE "00000000000000" TO RTN-DATA-HORA
           MOVE ZEROS            TO RTN-SEQ
           START ARQUIVO-RETENCOES KEY NOT < RTN-CHAVE
              INVALID KEY
                 SET VARREDURA-RETENCAO-ENCERRADA TO TRUE
           END-START
           PERFORM SOMAR-RETENCAO-CONTA
                     UNTIL VARREDURA-RETENCAO-ENCERRADA
           CLOSE ARQUIVO-RETENCOES.

       SOMAR-RETENCAO-CONTA.
           READ ARQUIVO-RETENCOES NEXT RECORD
              AT END
                 SET VARREDURA-RETENCAO-ENCERRADA TO TRUE
              NOT AT END
                 IF RTN-NUM-CONTA NOT = NUMERO-CONTA
                    SET VARREDURA-RETENCAO-ENCERRADA TO TRUE
                 ELSE
                    IF RTN-SITUACAO = "A"
                       ADD RTN-VALOR TO WK-SALDO-RETIDO
                       IF LISTAR-RETENCOES
                          DISPLAY "   RETIDO " RTN-VALOR " ("
                             RTN-MOTIVO ") ATÉ "
                             RTN-DATA-LIBERACAO(7:2) "/"
                             RTN-DATA-LIBERACAO(5:2) "/"
                             RTN-DATA-LIBERACAO(1:4)
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       EXIBIR-SALDO-DISPONIVEL.
           SET LISTAR-RETENCOES TO TRUE
           PERFORM CALCULAR-SALDO-RETIDO
           MOVE "N" TO FLAG-LISTAR-RETENCOES
           COMPUTE WK-SALDO-DISPONIVEL = SALDO - WK-SALDO-RETIDO
           DISPLAY "SALDO RETIDO (DEPÓSITOS A LIBERAR): "
                                                   WK-SALDO-RETIDO
           DISPLAY "SALDO DISPONÍVEL: " WK-SALDO-DISPONIVEL.

      *>--DÉBITO RECUSADO: SE HÁ DEPÓSITO RETIDO, O OPERADOR VÊ
      *>--QUANTO ESTÁ PRESO E QUANTO ESTÁ DISPONÍVEL--
       AVISAR-SALDO-RETIDO.
           IF WK-SALDO-RETIDO > 0
              COMPUTE WK-SALDO-DISPONIVEL = SALDO - WK-SALDO-RETIDO
              DISPLAY "HÁ DEPÓSITOS RETIDOS NA CONTA: RETIDO "
                 WK-SALDO-RETIDO " — DISPONÍVEL " WK-SALDO-DISPONIVEL
           END-IF.

      *>--TARIFA DA OPERAÇÃO (WK-TRF-OPERACAO) NA CONTA EM OPERAÇÃO:
      *>--A TABELA DO TIPO DA CONTA DIZ O VALOR E QUANTAS OPERAÇÕES
      *>--DO MÊS SÃO GRÁTIS; O USO GRAVADO EM OUTRO MÊS CONTA COMO
      *>--ZERO (A VIRADA DO MÊS ZERA A FRANQUIA). SEM TARIFA
      *>--CADASTRADA A OPERAÇÃO NÃO É COBRADA--
       CALCULAR-TARIFA-OPERACAO.
           MOVE ZEROS TO WK-TARIFA-OPERACAO
           MOVE ZEROS TO WK-USO-QTD-MES
           MOVE ZEROS TO WK-TRF-FRANQUIA
           MOVE "N" TO FLAG-TARIFA-STATUS
           OPEN INPUT ARQUIVO-TARIFAS
           IF FILE-STATUS-TARIFAS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE TIPO-CONTA-CADASTRADA TO TRF-TIPO-CONTA
           MOVE WK-TRF-OPERACAO       TO TRF-OPERACAO
           READ ARQUIVO-TARIFAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TRF-VALOR > 0
                      SET TARIFA-CADASTRADA TO TRUE
                      MOVE TRF-VALOR    TO WK-TRF-VALOR
                      MOVE TRF-FRANQUIA TO WK-TRF-FRANQUIA
                   END-IF
           END-READ
           CLOSE ARQUIVO-TARIFAS
           IF NOT TARIFA-CADASTRADA
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARQUIVO-USO-TARIFA
           IF FILE-STATUS-USO-TARIFA = "00"
              MOVE NUMERO-CONTA    TO USO-NUM-CONTA
              MOVE WK-TRF-OPERACAO TO USO-OPERACAO
              READ ARQUIVO-USO-TARIFA
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF USO-MES = WK-DATA-DIA(1:6)
                         MOVE USO-QTD TO WK-USO-QTD-MES
                      END-IF
              END-READ
              CLOSE ARQUIVO-USO-TARIFA
           END-IF
           IF WK-USO-QTD-MES NOT < WK-TRF-FRANQUIA
              MOVE WK-TRF-VALOR TO WK-TARIFA-OPERACAO
           END-IF.

      *>--O CAIXA VÊ A TARIFA ANTES DE EFETIVAR: DENTRO DA
      *>--FRANQUIA SÓ INFORMA O USO DO MÊS; FORA DELA A OPERAÇÃO
      *>--SÓ SEGUE COM A CONCORDÂNCIA DO CLIENTE--
       CONFIRMAR-TARIFA-OPERACAO.
           MOVE "N" TO FLAG-TARIFA-CONFIRMADA
           IF WK-TARIFA-OPERACAO = ZEROS
              IF TARIFA-CADASTRADA
                 DISPLAY "OPERAÇÃO DENTRO DA FRANQUIA DO MÊS ("
                    WK-USO-QTD-MES " DE " WK-TRF-FRANQUIA
                    " JÁ USADAS) — SEM TARIFA."
              END-IF
              SET TARIFA-CONFIRMADA TO TRUE
              EXIT PARAGRAPH
           END-IF
           DISPLAY "FRANQUIA DO MÊS ESGOTADA (" WK-TRF-FRANQUIA
              " GRÁTIS) — TARIFA DA OPERAÇÃO: " WK-TARIFA-OPERACAO
           DISPLAY "CONFIRMA A OPERAÇÃO COM A TARIFA (S/N)? "
           ACCEPT WK-RESPOSTA-TARIFA
           MOVE FUNCTION UPPER-CASE(WK-RESPOSTA-TARIFA)
                                        TO WK-RESPOSTA-TARIFA
           IF WK-RESPOSTA-TARIFA = "S"
              SET TARIFA-CONFIRMADA TO TRUE
           ELSE
              DISPLAY "OPERAÇÃO CANCELADA — TARIFA NÃO ACEITA."
           END-IF.

      *>--DÉBITO RECUSADO COM TARIFA NA CONTA: O OPERADOR VÊ QUE O
      *>--SALDO PRECISAVA COBRIR A OPERAÇÃO MAIS A TARIFA--
       AVISAR-TARIFA-INCLUIDA.
           IF WK-TARIFA-OPERACAO > 0
              DISPLAY "O DÉBITO INCLUI A TARIFA DA OPERAÇÃO: "
                                                WK-TARIFA-OPERACAO
           END-IF.

      *>--OPERAÇÃO EFETIVADA: CONTA O USO DO MÊS E, FORA DA
      *>--FRANQUIA, DEBITA A TARIFA EM MOVIMENTO PRÓPRIO--
       TARIFAR-OPERACAO-EFETIVADA.
           PERFORM REGISTRAR-USO-TARIFA
           IF WK-TARIFA-OPERACAO > 0
              PERFORM COBRAR-TARIFA-OPERACAO
           END-IF.

       REGISTRAR-USO-TARIFA.
           OPEN I-O ARQUIVO-USO-TARIFA
               MOVE NUMERO-CONTA    TO USO-NUM-CONTA
               MOVE WK-TRF-OPERACAO TO USO-OPERACAO
               READ ARQUIVO-USO-TARIFA
                   INVALID KEY
                       MOVE NUMERO-CONTA      TO USO-NUM-CONTA
                       MOVE WK-TRF-OPERACAO   TO USO-OPERACAO
                       MOVE WK-DATA-DIA(1:6)  TO USO-MES
                       MOVE 1                 TO USO-QTD
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
               END-READ
           CLOSE ARQUIVO-USO-TARIFA.

      *>--A TARIFA É DÉBITO DO BANCO: SAI DO SALDO DA CONTA EM
      *>--OPERAÇÃO COMO MOVIMENTO TARIFA E VAI PARA A RECEITA DE
      *>--TARIFAS NO RAZÃO (NÃO ENTRA NO TETO DIÁRIO DO CLIENTE)--
       COBRAR-TARIFA-OPERACAO.
           SUBTRACT WK-TARIFA-OPERACAO FROM SALDO
           MOVE "N" TO FLAG-REWRITE-STATUS
           OPEN I-O ARQUIVO-CONTAS
               MOVE NUMERO-CONTA TO ARQ-NUM-CONTA
               READ ARQUIVO-CONTAS
                   INVALID KEY
                       DISPLAY "CONTA NÃO ENCONTRADA PARA DEBITAR A"
                                                       " TARIFA."
                   NOT INVALID KEY
                       MOVE SALDO TO ARQ-SALDO
                       REWRITE REGISTRO-ARQUIVO
                       SET REWRITE-OK TO TRUE
               END-READ
           CLOSE ARQUIVO-CONTAS
           IF REWRITE-OK
              MOVE "TARIFA"           TO WK-TIPO-MOVIMENTO
              MOVE WK-TARIFA-OPERACAO TO WK-VALOR-MOVIMENTO
              PERFORM REGISTRAR-MOVIMENTO
              MOVE "DEP-CLIENTES"     TO WK-RZO-CTA-DEBITO
              MOVE "REC-TARIFAS"      TO WK-RZO-CTA-CREDITO
              MOVE WK-TARIFA-OPERACAO TO WK-RZO-VALOR
              MOVE "TARIFA"           TO WK-RZO-TIPO-MOV
              MOVE NUMERO-CONTA       TO WK-RZO-CONTA-DEB
                                         WK-RZO-CONTA-CRED
              MOVE TIPO-CONTA-CADASTRADA
                                      TO WK-RZO-TIPO-DEB
                                         WK-RZO-TIPO-CRED
              PERFORM GRAVAR-PARTIDAS-RAZAO
              DISPLAY "TARIFA DE " WK-TARIFA-OPERACAO
                                      " DEBITADA NA CONTA."
           END-IF.

      *>--RETÉM O DEPÓSITO RECÉM-LANÇADO QUANDO A REGRA DO CANAL
      *>--PEDE: ACIMA DO VALOR MÍNIMO DA REGRA (ZERO = TODO DEPÓSITO
      *>--DO CANAL) O CRÉDITO SÓ FICA DISPONÍVEL DEPOIS DOS DIAS
      *>--ÚTEIS DA REGRA; CANAL SEM REGRA NÃO RETÉM--
       RETER-DEPOSITO.
           MOVE ZEROS TO WK-RTN-DIAS-UTEIS
           OPEN INPUT ARQUIVO-REGRAS-RET
           IF FILE-STATUS-REGRAS-RET NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE WK-RTN-CANAL TO RGR-CANAL
           READ ARQUIVO-REGRAS-RET
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WK-RTN-VALOR > RGR-VALOR-MINIMO
                      MOVE RGR-DIAS-UTEIS TO WK-RTN-DIAS-UTEIS
                      IF RGR-VALOR-MINIMO = ZEROS
                         MOVE SPACES TO WK-RTN-MOTIVO
                         STRING "DEPOSITO VIA " WK-RTN-CANAL
                            DELIMITED BY SIZE INTO WK-RTN-MOTIVO
                      ELSE
                         MOVE "VALOR ACIMA DO TETO" TO WK-RTN-MOTIVO
                      END-IF
                   END-IF
           END-READ
           CLOSE ARQUIVO-REGRAS-RET
           IF WK-RTN-DIAS-UTEIS = ZEROS
              EXIT PARAGRAPH
           END-IF
           PERFORM CALCULAR-DATA-LIBERACAO
           OPEN I-O ARQUIVO-RETENCOES
               MOVE WK-CHAVE-MOVIMENTO TO RTN-CHAVE
               MOVE WK-RTN-VALOR       TO RTN-VALOR
               MOVE WK-RTN-MOTIVO      TO RTN-MOTIVO
               MOVE WK-RTN-DATA-LIB    TO RTN-DATA-LIBERACAO
               MOVE "A"                TO RTN-SITUACAO
               WRITE REGISTRO-RETENCAO
                  INVALID KEY
                     DISPLAY "FALHA AO GRAVAR A RETENÇÃO DO"
                                                     " DEPÓSITO."
                  NOT INVALID KEY
                     DISPLAY "DEPÓSITO RETIDO ATÉ "
                        WK-RTN-DATA-LIB(7:2) "/" WK-RTN-DATA-LIB(5:2)
                        "/" WK-RTN-DATA-LIB(1:4)
                        " — SALDO CONTÁBIL JÁ ATUALIZADO."
               END-WRITE
           CLOSE ARQUIVO-RETENCOES.

      *>--DATA DE LIBERAÇÃO: AVANÇA OS DIAS ÚTEIS DA REGRA A PARTIR
      *>--DO DIA OPERACIONAL, PULANDO SÁBADO E DOMINGO (O DIA 1 DO
      *>--CALENDÁRIO INTEIRO, 01/01/1601, CAIU NUMA SEGUNDA-FEIRA)--
       CALCULAR-DATA-LIBERACAO.
           MOVE WK-DATA-DIA TO WK-RTN-DATA-NUM
           COMPUTE WK-RTN-DIA-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(WK-RTN-DATA-NUM)
           MOVE ZEROS TO WK-RTN-DIAS-CONTADOS
           PERFORM AVANCAR-DIA-UTIL
                     UNTIL WK-RTN-DIAS-CONTADOS = WK-RTN-DIAS-UTEIS
           COMPUTE WK-RTN-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER(WK-RTN-DIA-INTEIRO).

       AVANCAR-DIA-UTIL.
           ADD 1 TO WK-RTN-DIA-INTEIRO
           COMPUTE WK-RTN-DIA-SEMANA =
                   FUNCTION MOD(WK-RTN-DIA-INTEIRO - 1, 7)
           IF WK-RTN-DIA-SEMANA < 5
              ADD 1 TO WK-RTN-DIAS-CONTADOS
           END-IF.

      *>--AJUSTE DO LIMITE DIÁRIO PRÓPRIO DA CONTA (SÓ SUPERVISOR):
      *>--SOBREPÕE O PADRÃO DO PRODUTO PARA ESSA CONTA--
       MANTER-LIMITE-CONTA.
       MENU-PRODUTOS.
           DISPLAY "1 - INCLUIR/ALTERAR PRODUTO."
           DISPLAY "2 - LISTAR PRODUTOS."
           DISPLAY "3 - INCLUIR/ALTERAR REGRA DE RETENÇÃO."
           DISPLAY "4 - LISTAR REGRAS DE RETENÇÃO."
           DISPLAY "5 - INCLUIR/ALTERAR TARIFA POR OPERAÇÃO."
           DISPLAY "6 - LISTAR TARIFAS POR OPERAÇÃO."
           DISPLAY "7 - VOLTAR."
           DISPLAY "ESCOLHA UMA OPÇÃO (EX: 1): "
           ACCEPT OPCAO-PRODUTO
           EVALUATE OPCAO-PRODUTO
              WHEN 2
                 PERFORM LISTAR-PRODUTOS
              WHEN 3
                 PERFORM MANTER-REGRA-RETENCAO
              WHEN 4
                 PERFORM LISTAR-REGRAS-RETENCAO
              WHEN 5
                 PERFORM MANTER-TARIFA-OPERACAO
              WHEN 6
                 PERFORM LISTAR-TARIFAS-OPERACAO
              WHEN 7
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPÇÃO INVALIDA."
           IF NOT PRODUTO-ENCONTRADO
              DISPLAY "NENHUM PRODUTO CADASTRADO."
           END-IF.

      *>--REGRA DE RETENÇÃO DE DEPÓSITO POR CANAL (SÓ SUPERVISOR):
      *>--DIAS ÚTEIS ZERO DESLIGA A RETENÇÃO DO CANAL--
       MANTER-REGRA-RETENCAO.
           IF OPERADOR-NIVEL-ATUAL < 2
              DISPLAY "OPÇÃO RESTRITA A OPERADOR SUPERVISOR."
              MOVE "RETENCAO"     TO WK-AUD-EVENTO
              MOVE ZEROS          TO WK-AUD-CONTA
              MOVE "NEGADO-NIVEL" TO WK-AUD-RESULTADO
              PERFORM REGISTRAR-AUDITORIA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "CANAL DO DEPÓSITO (BALCAO OU LOTE): "
           ACCEPT WK-RGR-CANAL
           MOVE FUNCTION UPPER-CASE(WK-RGR-CANAL) TO WK-RGR-CANAL
           IF WK-RGR-CANAL NOT = "BALCAO" AND
              WK-RGR-CANAL NOT = "LOTE"
              DISPLAY "CANAL INVÁLIDO."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "RETER DEPÓSITOS ACIMA DE (0 = TODOS DO CANAL): "
           ACCEPT WK-RGR-VALOR-MINIMO
           IF WK-RGR-VALOR-MINIMO < 0
              DISPLAY "VALOR NEGATIVO INVÁLIDO — REGRA NÃO"
                                                     " AJUSTADA."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "DIAS ÚTEIS DE RETENÇÃO (0 = NÃO RETÉM): "
           ACCEPT WK-RGR-DIAS-UTEIS
           OPEN I-O ARQUIVO-REGRAS-RET
               MOVE WK-RGR-CANAL TO RGR-CANAL
               READ ARQUIVO-REGRAS-RET
                   INVALID KEY
                       MOVE WK-RGR-CANAL        TO RGR-CANAL
                       MOVE WK-RGR-VALOR-MINIMO TO RGR-VALOR-MINIMO
                       MOVE WK-RGR-DIAS-UTEIS   TO RGR-DIAS-UTEIS
                       WRITE REGISTRO-REGRA-RET
                       DISPLAY "REGRA INCLUÍDA."
                       MOVE "INCLUIDO" TO WK-AUD-RESULTADO
                   NOT INVALID KEY
                       MOVE WK-RGR-VALOR-MINIMO TO RGR-VALOR-MINIMO
                       MOVE WK-RGR-DIAS-UTEIS   TO RGR-DIAS-UTEIS
                       REWRITE REGISTRO-REGRA-RET
                       DISPLAY "REGRA ALTERADA."
                       MOVE "ALTERADO" TO WK-AUD-RESULTADO
               END-READ
           CLOSE ARQUIVO-REGRAS-RET
           MOVE "RETENCAO" TO WK-AUD-EVENTO
           MOVE ZEROS      TO WK-AUD-CONTA
           PERFORM REGISTRAR-AUDITORIA.

       LISTAR-REGRAS-RETENCAO.
           MOVE "N" TO EOF-FLAG
           MOVE "N" TO FLAG-RGR-LISTA
           OPEN INPUT ARQUIVO-REGRAS-RET
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-REGRAS-RET NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    SET REGRA-ENCONTRADA TO TRUE
                    DISPLAY "CANAL " RGR-CANAL
                       " RETÉM ACIMA DE " RGR-VALOR-MINIMO
                       " POR " RGR-DIAS-UTEIS " DIA(S) ÚTIL(EIS)"
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-REGRAS-RET.
           IF NOT REGRA-ENCONTRADA
              DISPLAY "NENHUMA REGRA DE RETENÇÃO CADASTRADA."
           END-IF.

      *>--TARIFA POR TIPO DE CONTA E OPERAÇÃO (SÓ SUPERVISOR):
      *>--TARIFA ZERO DESLIGA A COBRANÇA DA OPERAÇÃO NO PRODUTO--
       MANTER-TARIFA-OPERACAO.
           IF OPERADOR-NIVEL-ATUAL < 2
              DISPLAY "OPÇÃO RESTRITA A OPERADOR SUPERVISOR."
              MOVE "TARIFA"       TO WK-AUD-EVENTO
              MOVE ZEROS          TO WK-AUD-CONTA
              MOVE "NEGADO-NIVEL" TO WK-AUD-RESULTADO
              PERFORM REGISTRAR-AUDITORIA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "TIPO DE CONTA DA TARIFA: "
           ACCEPT WK-TRF-TIPO
           MOVE FUNCTION UPPER-CASE(WK-TRF-TIPO) TO WK-TRF-TIPO
           MOVE "N" TO FLAG-TIPO-CONTA-STATUS
           OPEN INPUT ARQUIVO-PRODUTOS
               MOVE WK-TRF-TIPO TO PRD-TIPO-CONTA
               READ ARQUIVO-PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TIPO-CONTA-VALIDO TO TRUE
               END-READ
           CLOSE ARQUIVO-PRODUTOS
           IF NOT TIPO-CONTA-VALIDO
              DISPLAY "TIPO DE CONTA SEM PRODUTO CADASTRADO."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "OPERAÇÃO (SAQUE, TRANSF-ENV, TRANSF-EXT, EXTRATO,"
              " PAGAMENTO, LOTE-SAQ, LOTE-DEP OU LOTE-PAG): "
           ACCEPT WK-TRF-OPERACAO
           MOVE FUNCTION UPPER-CASE(WK-TRF-OPERACAO)
                                            TO WK-TRF-OPERACAO
           IF WK-TRF-OPERACAO NOT = "SAQUE" AND
              WK-TRF-OPERACAO NOT = "TRANSF-ENV" AND
              WK-TRF-OPERACAO NOT = "TRANSF-EXT" AND
              WK-TRF-OPERACAO NOT = "EXTRATO" AND
              WK-TRF-OPERACAO NOT = "PAGAMENTO" AND
              WK-TRF-OPERACAO NOT = "LOTE-SAQ" AND
              WK-TRF-OPERACAO NOT = "LOTE-DEP" AND
              WK-TRF-OPERACAO NOT = "LOTE-PAG"
              DISPLAY "OPERAÇÃO INVÁLIDA."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "VALOR DA TARIFA (EX: 1.50, 0 = SEM TARIFA): "
           ACCEPT WK-TRF-VALOR
           IF WK-TRF-VALOR < 0
              DISPLAY "VALOR NEGATIVO INVÁLIDO — TARIFA NÃO"
                                                   " AJUSTADA."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "OPERAÇÕES GRÁTIS POR MÊS (FRANQUIA): "
           ACCEPT WK-TRF-FRANQUIA
           OPEN I-O ARQUIVO-TARIFAS
               MOVE WK-TRF-TIPO     TO TRF-TIPO-CONTA
               MOVE WK-TRF-OPERACAO TO TRF-OPERACAO
               READ ARQUIVO-TARIFAS
                   INVALID KEY
                       MOVE WK-TRF-TIPO     TO TRF-TIPO-CONTA
                       MOVE WK-TRF-OPERACAO TO TRF-OPERACAO
                       MOVE WK-TRF-VALOR    TO TRF-VALOR
                       MOVE WK-TRF-FRANQUIA TO TRF-FRANQUIA
                       WRITE REGISTRO-TARIFA
                       DISPLAY "TARIFA INCLUÍDA."
                       MOVE "INCLUIDO" TO WK-AUD-RESULTADO
                   NOT INVALID KEY
                       MOVE WK-TRF-VALOR    TO TRF-VALOR
                       MOVE WK-TRF-FRANQUIA TO TRF-FRANQUIA
                       REWRITE REGISTRO-TARIFA
                       DISPLAY "TARIFA ALTERADA."
                       MOVE "ALTERADO" TO WK-AUD-RESULTADO
               END-READ
           CLOSE ARQUIVO-TARIFAS
           MOVE "TARIFA"   TO WK-AUD-EVENTO
           MOVE ZEROS      TO WK-AUD-CONTA
           PERFORM REGISTRAR-AUDITORIA.

       LISTAR-TARIFAS-OPERACAO.
           MOVE "N" TO EOF-FLAG
           MOVE "N" TO FLAG-TRF-LISTA
           OPEN INPUT ARQUIVO-TARIFAS
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-TARIFAS NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    SET TARIFA-LISTADA TO TRUE
                    DISPLAY "PRODUTO " TRF-TIPO-CONTA
                       " OPERAÇÃO " TRF-OPERACAO
                       " TARIFA " TRF-VALOR
                       " FRANQUIA/MÊS " TRF-FRANQUIA
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-TARIFAS.
           IF NOT TARIFA-LISTADA
              DISPLAY "NENHUMA TARIFA POR OPERAÇÃO CADASTRADA."
           END-IF.
      *>--MANUTENÇÃO DO CADASTRO DE CLIENTES (ENDEREÇO, CONTATO E
      *>--MUDANÇA DE NOME CIVIL)--
       MENU-CLIENTES.
           DISPLAY "1 - CONSULTAR CLIENTE."
           DISPLAY "2 - ALTERAR ENDEREÇO E CONTATO."
           DISPLAY "3 - ALTERAR NOME."
           DISPLAY "4 - INCLUIR/ALTERAR CO-TITULAR DE CONTA."
           DISPLAY "5 - REMOVER CO-TITULAR DE CONTA."
           DISPLAY "6 - LISTAR TITULARES DE CONTA."
           DISPLAY "7 - VOLTAR."
           DISPLAY "ESCOLHA UMA OPÇÃO (EX: 1): "
           ACCEPT OPCAO-CLIENTE
           EVALUATE OPCAO-CLIENTE
              WHEN 3
                 PERFORM ALTERAR-NOME-CLIENTE
              WHEN 4
                 PERFORM MANTER-COTITULAR
              WHEN 5
                 PERFORM REMOVER-COTITULAR
              WHEN 6
                 PERFORM LISTAR-TITULARES
              WHEN 7
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPÇÃO INVALIDA."
           MOVE "NOME-ALTERADO" TO WK-AUD-RESULTADO
           PERFORM REGISTRAR-AUDITORIA.

      *>--VINCULA UM CPF JÁ CADASTRADO COMO CO-TITULAR DA CONTA (OU
      *>--TROCA O PAPEL DE UM VÍNCULO EXISTENTE). SÓ SUPERVISOR: O
      *>--VÍNCULO DÁ ACESSO AO DINHEIRO DA CONTA--
       MANTER-COTITULAR.
           IF OPERADOR-NIVEL-ATUAL < 2
              DISPLAY "OPÇÃO RESTRITA A OPERADOR SUPERVISOR."
              MOVE "TITULAR"      TO WK-AUD-EVENTO
              MOVE ZEROS          TO WK-AUD-CONTA
              MOVE "NEGADO-NIVEL" TO WK-AUD-RESULTADO
              PERFORM REGISTRAR-AUDITORIA
              EXIT PARAGRAPH
           END-IF.
           PERFORM LOCALIZAR-CONTA-TITULARES
           IF SITUACAO = SPACES
              EXIT PARAGRAPH
           END-IF
           IF SITUACAO = "INATIVA"
              DISPLAY "CONTA ENCERRADA NÃO RECEBE CO-TITULAR."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "CPF DO CO-TITULAR: "
           ACCEPT WK-TIT-CPF
           IF WK-TIT-CPF = WK-CPF-PRINCIPAL
              DISPLAY "ESSE CPF JÁ É O TITULAR PRINCIPAL DA CONTA."
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FLAG-CLIENTE-STATUS
           OPEN INPUT ARQUIVO-CLIENTES
               MOVE WK-TIT-CPF TO CLI-CPF
               READ ARQUIVO-CLIENTES
                   INVALID KEY
                       DISPLAY "CPF NÃO CADASTRADO COMO CLIENTE."
                   NOT INVALID KEY
                       SET CLIENTE-ENCONTRADO TO TRUE
                       DISPLAY "CLIENTE: " CLI-NOME
               END-READ
           CLOSE ARQUIVO-CLIENTES
           IF NOT CLIENTE-ENCONTRADO
              EXIT PARAGRAPH
           END-IF
           DISPLAY "PAPEL (E = ASSINA EM CONJUNTO, OU = ASSINA"
                                                   " SOZINHO): "
           ACCEPT WK-TIT-PAPEL
           MOVE FUNCTION UPPER-CASE(WK-TIT-PAPEL) TO WK-TIT-PAPEL
           IF WK-TIT-PAPEL NOT = "E" AND WK-TIT-PAPEL NOT = "OU"
              DISPLAY "PAPEL INVÁLIDO."
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO DATA-COMPLETA
           MOVE DATA-COMPLETA(7:2)  TO DD-MOV
           MOVE DATA-COMPLETA(5:2)  TO MM-MOV
           MOVE DATA-COMPLETA(1:4)  TO YYYY-MOV
           MOVE DATA-COMPLETA(9:2)  TO HH-MOV
           MOVE DATA-COMPLETA(11:2) TO MI-MOV
           MOVE DATA-COMPLETA(13:2) TO SS-MOV
           OPEN I-O ARQUIVO-TITULARES
               MOVE WK-TIT-NUM-CONTA TO TIT-NUM-CONTA
               MOVE WK-TIT-CPF       TO TIT-CPF
               READ ARQUIVO-TITULARES
                   INVALID KEY
                       MOVE WK-TIT-PAPEL TO TIT-PAPEL
                       MOVE DATA-MOVIMENTO TO TIT-DATA-INCLUSAO
                       WRITE REGISTRO-TITULAR
                       DISPLAY "CO-TITULAR INCLUÍDO."
                       MOVE "INCLUIDO" TO WK-AUD-RESULTADO
                   NOT INVALID KEY
                       MOVE WK-TIT-PAPEL TO TIT-PAPEL
                       REWRITE REGISTRO-TITULAR
                       DISPLAY "PAPEL DO CO-TITULAR ALTERADO."
                       MOVE "ALTERADO" TO WK-AUD-RESULTADO
               END-READ
           CLOSE ARQUIVO-TITULARES
           MOVE "TITULAR"        TO WK-AUD-EVENTO
           MOVE WK-TIT-NUM-CONTA TO WK-AUD-CONTA
           MOVE WK-TIT-CPF       TO WK-AUD-CPF
           PERFORM REGISTRAR-AUDITORIA.

       REMOVER-COTITULAR.
           IF OPERADOR-NIVEL-ATUAL < 2
              DISPLAY "OPÇÃO RESTRITA A OPERADOR SUPERVISOR."
              MOVE "TITULAR"      TO WK-AUD-EVENTO
              MOVE ZEROS          TO WK-AUD-CONTA
              MOVE "NEGADO-NIVEL" TO WK-AUD-RESULTADO
              PERFORM REGISTRAR-AUDITORIA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "NÚMERO DA CONTA: "
           ACCEPT WK-TIT-NUM-CONTA
           DISPLAY "CPF DO CO-TITULAR A REMOVER: "
           ACCEPT WK-TIT-CPF
           OPEN I-O ARQUIVO-TITULARES
               MOVE WK-TIT-NUM-CONTA TO TIT-NUM-CONTA
               MOVE WK-TIT-CPF       TO TIT-CPF
               READ ARQUIVO-TITULARES
                   INVALID KEY
                       DISPLAY "ESSE CPF NÃO É CO-TITULAR DA CONTA."
                       MOVE SPACES TO WK-AUD-RESULTADO
                   NOT INVALID KEY
                       DELETE ARQUIVO-TITULARES RECORD
                       DISPLAY "CO-TITULAR REMOVIDO."
                       MOVE "REMOVIDO" TO WK-AUD-RESULTADO
               END-READ
           CLOSE ARQUIVO-TITULARES
           IF WK-AUD-RESULTADO NOT = SPACES
              MOVE "TITULAR"        TO WK-AUD-EVENTO
              MOVE WK-TIT-NUM-CONTA TO WK-AUD-CONTA
              MOVE WK-TIT-CPF       TO WK-AUD-CPF
              PERFORM REGISTRAR-AUDITORIA
           END-IF.

      *>--TITULAR PRINCIPAL (contas.txt) E CO-TITULARES DA CONTA--
       LISTAR-TITULARES.
           PERFORM LOCALIZAR-CONTA-TITULARES
           IF SITUACAO = SPACES
              EXIT PARAGRAPH
           END-IF
           DISPLAY "TITULAR.....: " WK-CPF-PRINCIPAL " "
                                                   NOME-CADASTRADO
           MOVE "N" TO FLAG-TIT-LISTA
           MOVE "N" TO FLAG-VARREDURA-TITULAR
           OPEN INPUT ARQUIVO-TITULARES
           IF FILE-STATUS-TITULARES NOT = "00"
              DISPLAY "NENHUM CO-TITULAR NA CONTA."
              EXIT PARAGRAPH
           END-IF
           MOVE WK-TIT-NUM-CONTA TO TIT-NUM-CONTA
           MOVE ZEROS            TO TIT-CPF
           START ARQUIVO-TITULARES KEY NOT < TIT-CHAVE
              INVALID KEY
                 SET VARREDURA-TITULAR-ENCERRADA TO TRUE
           END-START
           PERFORM UNTIL VARREDURA-TITULAR-ENCERRADA
              READ ARQUIVO-TITULARES NEXT RECORD
                 AT END
                    SET VARREDURA-TITULAR-ENCERRADA TO TRUE
                 NOT AT END
                    IF TIT-NUM-CONTA NOT = WK-TIT-NUM-CONTA
                       SET VARREDURA-TITULAR-ENCERRADA TO TRUE
                    ELSE
                       SET COTITULAR-LISTADO TO TRUE
                       DISPLAY "CO-TITULAR..: " TIT-CPF
                          " PAPEL " TIT-PAPEL
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-TITULARES
           IF NOT COTITULAR-LISTADO
              DISPLAY "NENHUM CO-TITULAR NA CONTA."
           END-IF.

      *>--LÊ A CONTA PELO NÚMERO PARA A MANUTENÇÃO DE TITULARES;
      *>--SITUACAO EM BRANCO = CONTA INEXISTENTE--
       LOCALIZAR-CONTA-TITULARES.
           MOVE SPACES TO SITUACAO
           DISPLAY "NÚMERO DA CONTA: "
           ACCEPT WK-TIT-NUM-CONTA
           OPEN INPUT ARQUIVO-CONTAS
               MOVE WK-TIT-NUM-CONTA TO ARQ-NUM-CONTA
               READ ARQUIVO-CONTAS
                   INVALID KEY
                       DISPLAY "CONTA NÃO ENCONTRADA."
                   NOT INVALID KEY
                       MOVE ARQ-STATUS TO SITUACAO
                       MOVE ARQ-CPF    TO WK-CPF-PRINCIPAL
                       MOVE ARQ-NOME   TO NOME-CADASTRADO
               END-READ
           CLOSE ARQUIVO-CONTAS.

      *>--CONTA COM CO-TITULAR "E" SÓ MOVIMENTA COM A ASSINATURA DE
      *>--DOIS TITULARES: PEDE O CPF DO SEGUNDO, QUE PRECISA SER
      *>--TITULAR DA CONTA (PRINCIPAL OU CO-TITULAR) E DIFERENTE DE
      *>--QUEM SOLICITOU A OPERAÇÃO--
       CONFERIR-ASSINATURA-CONJUNTA.
           SET ASSINATURA-CONFERIDA TO TRUE
           PERFORM VERIFICAR-CONTA-CONJUNTA
           IF NOT CONTA-CONJUNTA-E
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FLAG-ASSINATURA
           DISPLAY "CONTA CONJUNTA (E) — CPF DO SEGUNDO TITULAR: "
           ACCEPT WK-CPF-COASSINANTE
           IF WK-CPF-COASSINANTE = WK-CPF-SOLICITANTE
              DISPLAY "A SEGUNDA ASSINATURA DEVE SER DE OUTRO"
                                                   " TITULAR."
              EXIT PARAGRAPH
           END-IF
           IF WK-CPF-COASSINANTE = WK-CPF-PRINCIPAL
              SET ASSINATURA-CONFERIDA TO TRUE
           ELSE
              OPEN INPUT ARQUIVO-TITULARES
                  MOVE NUMERO-CONTA       TO TIT-NUM-CONTA
                  MOVE WK-CPF-COASSINANTE TO TIT-CPF
                  READ ARQUIVO-TITULARES
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          SET ASSINATURA-CONFERIDA TO TRUE
                  END-READ
              CLOSE ARQUIVO-TITULARES
           END-IF
           IF NOT ASSINATURA-CONFERIDA
              DISPLAY "CPF NÃO É TITULAR DA CONTA — OPERAÇÃO NÃO"
                                                 " AUTORIZADA."
           END-IF.

       VERIFICAR-CONTA-CONJUNTA.
           MOVE "N" TO FLAG-CONTA-CONJUNTA
           MOVE "N" TO FLAG-VARREDURA-TITULAR
           OPEN INPUT ARQUIVO-TITULARES
           IF FILE-STATUS-TITULARES NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE NUMERO-CONTA TO TIT-NUM-CONTA
           MOVE ZEROS        TO TIT-CPF
           START ARQUIVO-TITULARES KEY NOT < TIT-CHAVE
              INVALID KEY
                 SET VARREDURA-TITULAR-ENCERRADA TO TRUE
           END-START
           PERFORM UNTIL VARREDURA-TITULAR-ENCERRADA
              READ ARQUIVO-TITULARES NEXT RECORD
                 AT END
                    SET VARREDURA-TITULAR-ENCERRADA TO TRUE
                 NOT AT END
                    IF TIT-NUM-CONTA NOT = NUMERO-CONTA
                       SET VARREDURA-TITULAR-ENCERRADA TO TRUE
                    ELSE
                       IF TIT-PAPEL = "E"
                          SET CONTA-CONJUNTA-E TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-TITULARES.

       PROPAGAR-NOME-NAS-CONTAS.
           MOVE ZEROS TO WK-QTD-CONTAS-NOME
           MOVE "N" TO EOF-FLAG
           IF NOT OPERADOR-LISTADO
              DISPLAY "NENHUM OPERADOR CADASTRADO."
           END-IF.
      *>--EMPRÉSTIMO PESSOAL: SIMULAÇÃO E CONTRATAÇÃO PELA TABELA
      *>--PRICE E CONSULTA DO CRONOGRAMA DE UM CONTRATO; AS
      *>--PARCELAS SÃO DEBITADAS PELO LOTE DIÁRIO DE EMPRÉSTIMOS--
       MENU-EMPRESTIMOS.
           DISPLAY "1 - SIMULAR/CONTRATAR EMPRÉSTIMO."
           DISPLAY "2 - CONSULTAR CONTRATO."
           DISPLAY "3 - VOLTAR."
           DISPLAY "ESCOLHA UMA OPÇÃO (EX: 1): "
           ACCEPT OPCAO-EMPRESTIMO
           EVALUATE OPCAO-EMPRESTIMO
              WHEN 1
                 PERFORM SIMULAR-EMPRESTIMO
              WHEN 2
                 PERFORM CONSULTAR-EMPRESTIMO
              WHEN 3
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPÇÃO INVALIDA."
           END-EVALUATE.

      *>--SIMULA A PARCELA FIXA E O CUSTO TOTAL; COM O ACEITE DO
      *>--CLIENTE, CONTRATA (CONCESSÃO DE CRÉDITO É DECISÃO DE
      *>--SUPERVISOR — O CAIXA SÓ SIMULA)--
       SIMULAR-EMPRESTIMO.
           PERFORM LER-DIA-OPERACIONAL
           IF NOT DIA-ABERTO
              PERFORM AVISAR-DIA-FECHADO
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INSIRA NOME OU CPF DO CLIENTE: "
           ACCEPT CAMPO-BUSCA

           IF FUNCTION TRIM(CAMPO-BUSCA) IS NUMERIC
              MOVE CAMPO-BUSCA TO CPF
              MOVE "ATIVA" TO WK-STATUS-DESEJADO
              PERFORM BUSCAR-POR-CPF
           ELSE
              MOVE CAMPO-BUSCA TO NOME-CLIENTE
              MOVE "ATIVA" TO WK-STATUS-DESEJADO
              PERFORM BUSCAR-POR-NOME
           END-IF

           IF SITUACAO NOT = "ATIVA"
              DISPLAY "CONTA INATIVA OU INEXISTENTE."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "VALOR DO EMPRÉSTIMO: "
           ACCEPT WK-EMP-PRINCIPAL
           IF WK-EMP-PRINCIPAL NOT > 0
              DISPLAY "VALOR INVÁLIDO PARA EMPRÉSTIMO."
              EXIT PARAGRAPH
           END-IF
      *>O CRÉDITO DO PRINCIPAL NÃO PODE ESTOURAR O CAMPO DE SALDO
      *>DA CONTA
           IF SALDO + WK-EMP-PRINCIPAL > 99999.99
              DISPLAY "VALOR ACIMA DO QUE A CONTA COMPORTA RECEBER."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "TAXA DE JUROS MENSAL (EX: 0.0250): "
           ACCEPT WK-EMP-TAXA
           IF WK-EMP-TAXA > 0.1500
              DISPLAY "TAXA ACIMA DE 15% AO MÊS NÃO É ACEITA."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "PRAZO EM MESES (1 A 120): "
           ACCEPT WK-EMP-PRAZO
           IF WK-EMP-PRAZO < 1 OR WK-EMP-PRAZO > 120
              DISPLAY "PRAZO INVÁLIDO PARA EMPRÉSTIMO."
              EXIT PARAGRAPH
           END-IF
           PERFORM CALCULAR-PARCELA-PRICE
           MOVE "N" TO FLAG-CRONOGRAMA
           PERFORM GERAR-CRONOGRAMA
           MOVE 1 TO WK-EMP-NUM-PARCELA
           PERFORM CALCULAR-VENCIMENTO-PARCELA
           MOVE WK-EMP-VENCIMENTO TO WK-EMP-PRIMEIRO-VENC
           DISPLAY "========== SIMULAÇÃO DE EMPRÉSTIMO =========="
           DISPLAY "CONTA..............: " NUMERO-CONTA
           DISPLAY "VALOR CONTRATADO...: " WK-EMP-PRINCIPAL
           DISPLAY "TAXA MENSAL........: " WK-EMP-TAXA
           DISPLAY "PARCELAS...........: " WK-EMP-PRAZO " DE "
                                                   WK-EMP-PARCELA
           DISPLAY "TOTAL A PAGAR......: " WK-EMP-TOTAL
           DISPLAY "TOTAL DE JUROS.....: " WK-EMP-TOTAL-JUROS
           DISPLAY "PRIMEIRO VENCIMENTO: " WK-EMP-PRIMEIRO-VENC(7:2)
              "/" WK-EMP-PRIMEIRO-VENC(5:2) "/"
              WK-EMP-PRIMEIRO-VENC(1:4)
           DISPLAY "CONTRATAR O EMPRÉSTIMO (S/N)? "
           ACCEPT WK-RESPOSTA-EMP
           MOVE FUNCTION UPPER-CASE(WK-RESPOSTA-EMP)
                                         TO WK-RESPOSTA-EMP
           IF WK-RESPOSTA-EMP NOT = "S"
              DISPLAY "SIMULAÇÃO ENCERRADA SEM CONTRATAÇÃO."
              EXIT PARAGRAPH
           END-IF
           IF OPERADOR-NIVEL-ATUAL < 2
              DISPLAY "CONTRATAÇÃO RESTRITA A OPERADOR SUPERVISOR."
              MOVE "EMPRESTIMO"   TO WK-AUD-EVENTO
              MOVE NUMERO-CONTA   TO WK-AUD-CONTA
              MOVE "NEGADO-NIVEL" TO WK-AUD-RESULTADO
              PERFORM REGISTRAR-AUDITORIA
              EXIT PARAGRAPH
           END-IF
      *>AS PARCELAS SÃO DEBITADAS DA CONTA PELO LOTE: EM CONTA
      *>CONJUNTA "E" A CONTRATAÇÃO EXIGE A SEGUNDA ASSINATURA,
      *>COMO QUALQUER DÉBITO NO BALCÃO
           PERFORM CONFERIR-ASSINATURA-CONJUNTA
           IF NOT ASSINATURA-CONFERIDA
              MOVE "EMPRESTIMO"   TO WK-AUD-EVENTO
              MOVE NUMERO-CONTA   TO WK-AUD-CONTA
              MOVE "RECUSADA-ASSINATURA" TO WK-AUD-RESULTADO
              MOVE WK-CPF-SOLICITANTE TO WK-AUD-CPF
              PERFORM REGISTRAR-AUDITORIA
              EXIT PARAGRAPH
           END-IF
           PERFORM CONTRATAR-EMPRESTIMO.

      *>--PARCELA FIXA DA TABELA PRICE: P * I * (1+I)^N /
      *>--((1+I)^N - 1); SEM JUROS, O PRINCIPAL DIVIDIDO PELO
      *>--PRAZO--
       CALCULAR-PARCELA-PRICE.
           IF WK-EMP-TAXA = 0
              COMPUTE WK-EMP-PARCELA ROUNDED =
                      WK-EMP-PRINCIPAL / WK-EMP-PRAZO
           ELSE
              COMPUTE WK-EMP-FATOR ROUNDED =
                      (1 + WK-EMP-TAXA) ** WK-EMP-PRAZO
              COMPUTE WK-EMP-PARCELA ROUNDED =
                      WK-EMP-PRINCIPAL * WK-EMP-TAXA * WK-EMP-FATOR
                      / (WK-EMP-FATOR - 1)
           END-IF.

      *>--PERCORRE O CRONOGRAMA SEPARANDO JUROS E AMORTIZAÇÃO DE
      *>--CADA PARCELA; A ÚLTIMA ABSORVE O RESÍDUO DO ARREDONDAMENTO
      *>--PARA O SALDO DEVEDOR FECHAR EM ZERO. NA SIMULAÇÃO SÓ
      *>--TOTALIZA; NA CONTRATAÇÃO GRAVA AS PARCELAS--
       GERAR-CRONOGRAMA.
           MOVE WK-EMP-PRINCIPAL TO WK-EMP-SALDO-DEV
           MOVE ZEROS TO WK-EMP-TOTAL
           MOVE ZEROS TO WK-EMP-TOTAL-JUROS
           PERFORM VARYING WK-EMP-NUM-PARCELA FROM 1 BY 1
                     UNTIL WK-EMP-NUM-PARCELA > WK-EMP-PRAZO
              PERFORM CALCULAR-PARCELA-CRONOGRAMA
           END-PERFORM.

       CALCULAR-PARCELA-CRONOGRAMA.
           COMPUTE WK-EMP-JUROS ROUNDED =
                   WK-EMP-SALDO-DEV * WK-EMP-TAXA
           IF WK-EMP-NUM-PARCELA = WK-EMP-PRAZO
              MOVE WK-EMP-SALDO-DEV TO WK-EMP-AMORTIZACAO
           ELSE
              COMPUTE WK-EMP-AMORTIZACAO =
                      WK-EMP-PARCELA - WK-EMP-JUROS
           END-IF
           SUBTRACT WK-EMP-AMORTIZACAO FROM WK-EMP-SALDO-DEV
           ADD WK-EMP-AMORTIZACAO WK-EMP-JUROS TO WK-EMP-TOTAL
           ADD WK-EMP-JUROS TO WK-EMP-TOTAL-JUROS
           IF GRAVAR-CRONOGRAMA
              PERFORM CALCULAR-VENCIMENTO-PARCELA
              MOVE CONTADOR-EMPRESTIMO TO PAR-CONTRATO
              MOVE WK-EMP-NUM-PARCELA  TO PAR-NUMERO
              MOVE NUMERO-CONTA        TO PAR-NUM-CONTA
              MOVE WK-EMP-VENCIMENTO   TO PAR-VENCIMENTO
              COMPUTE PAR-VALOR = WK-EMP-AMORTIZACAO + WK-EMP-JUROS
              MOVE WK-EMP-AMORTIZACAO  TO PAR-AMORTIZACAO
              MOVE WK-EMP-JUROS        TO PAR-JUROS
              MOVE ZEROS               TO PAR-MORA
              MOVE "P"                 TO PAR-SITUACAO
              MOVE SPACES              TO PAR-DATA-PAGTO
              WRITE REGISTRO-PARCELA
                 INVALID KEY
                    DISPLAY "FALHA AO GRAVAR A PARCELA "
                                           WK-EMP-NUM-PARCELA "."
              END-WRITE
           END-IF.

      *>--VENCIMENTO DA PARCELA N: N MESES APÓS O DIA OPERACIONAL
      *>--DA CONTRATAÇÃO, NO MESMO DIA DO MÊS LIMITADO AO DIA 28
      *>--(EXISTE EM TODO MÊS)--
       CALCULAR-VENCIMENTO-PARCELA.
           MOVE WK-DATA-DIA(1:4) TO WK-EMP-ANO
           MOVE WK-DATA-DIA(5:2) TO WK-EMP-MES
           MOVE WK-DATA-DIA(7:2) TO WK-EMP-DIA
           IF WK-EMP-DIA > 28
              MOVE 28 TO WK-EMP-DIA
           END-IF
           COMPUTE WK-EMP-MESES = WK-EMP-ANO * 12 + WK-EMP-MES - 1
                                + WK-EMP-NUM-PARCELA
           DIVIDE WK-EMP-MESES BY 12 GIVING WK-EMP-ANO
                                  REMAINDER WK-EMP-MES
           ADD 1 TO WK-EMP-MES
           MOVE SPACES TO WK-EMP-VENCIMENTO
           STRING WK-EMP-ANO WK-EMP-MES WK-EMP-DIA
                  DELIMITED BY SIZE INTO WK-EMP-VENCIMENTO.

      *>--GRAVA O CONTRATO PRIMEIRO E SÓ ENTÃO CREDITA O PRINCIPAL
      *>--NA CONTA E GRAVA O CRONOGRAMA: SEM CONTRATO GRAVADO NÃO HÁ
      *>--CRÉDITO (O LOTE NÃO TERIA O QUE COBRAR). NO RAZÃO O
      *>--PRINCIPAL SAI DE EMPREST-REC (CARTEIRA DE EMPRÉSTIMOS A
      *>--RECEBER) PARA OS DEPÓSITOS--
       CONTRATAR-EMPRESTIMO.
           ADD 1 TO CONTADOR-EMPRESTIMO
           PERFORM PERSISTIR-CONTADOR-EMPRESTIMO
           MOVE "N" TO FLAG-REWRITE-STATUS
           OPEN I-O ARQUIVO-EMPRESTIMOS
               MOVE CONTADOR-EMPRESTIMO TO EMP-CONTRATO
               MOVE NUMERO-CONTA        TO EMP-NUM-CONTA
               MOVE WK-EMP-PRINCIPAL    TO EMP-PRINCIPAL
               MOVE WK-EMP-TAXA         TO EMP-TAXA-MES
               MOVE WK-EMP-PRAZO        TO EMP-PRAZO
               MOVE WK-EMP-PARCELA      TO EMP-VALOR-PARCELA
               MOVE WK-DATA-DIA         TO EMP-DATA-CONTRATO
               MOVE ZEROS               TO EMP-PARCELAS-PAGAS
               MOVE "A"                 TO EMP-SITUACAO
               MOVE OPERADOR-ATUAL      TO EMP-OPERADOR
               WRITE REGISTRO-EMPRESTIMO
                  INVALID KEY
                     DISPLAY "FALHA AO GRAVAR O CONTRATO "
                        CONTADOR-EMPRESTIMO " — EMPRÉSTIMO NÃO"
                        " CONTRATADO."
                  NOT INVALID KEY
                     SET GRAVACAO-OK TO TRUE
               END-WRITE
           CLOSE ARQUIVO-EMPRESTIMOS
           IF NOT GRAVACAO-OK
              MOVE "EMPRESTIMO"   TO WK-AUD-EVENTO
              MOVE NUMERO-CONTA   TO WK-AUD-CONTA
              MOVE "FALHA-CONTRATO" TO WK-AUD-RESULTADO
              PERFORM REGISTRAR-AUDITORIA
              EXIT PARAGRAPH
           END-IF
           ADD WK-EMP-PRINCIPAL TO SALDO
           MOVE "N" TO FLAG-REWRITE-STATUS
           OPEN I-O ARQUIVO-CONTAS
               MOVE NUMERO-CONTA TO ARQ-NUM-CONTA
               READ ARQUIVO-CONTAS
                   INVALID KEY
                       DISPLAY "CONTA NÃO ENCONTRADA NO ARQUIVO"
                                            " PARA ATUALIZAÇÃO."
                   NOT INVALID KEY
                       MOVE SALDO TO ARQ-SALDO
                       REWRITE REGISTRO-ARQUIVO
                       SET REWRITE-OK TO TRUE
               END-READ
           CLOSE ARQUIVO-CONTAS
      *>SEM O CRÉDITO NA CONTA O CONTRATO GRAVADO É DESFEITO, PARA
      *>O LOTE NÃO COBRAR PARCELAS DE UM PRINCIPAL NÃO ENTREGUE
           IF NOT REWRITE-OK
              SUBTRACT WK-EMP-PRINCIPAL FROM SALDO
              OPEN I-O ARQUIVO-EMPRESTIMOS
                  MOVE CONTADOR-EMPRESTIMO TO EMP-CONTRATO
                  DELETE ARQUIVO-EMPRESTIMOS
                     INVALID KEY
                        DISPLAY "CONTRATO " CONTADOR-EMPRESTIMO
                           " NÃO PÔDE SER DESFEITO — AVISAR O"
                           " SUPORTE."
                  END-DELETE
              CLOSE ARQUIVO-EMPRESTIMOS
              MOVE "EMPRESTIMO"   TO WK-AUD-EVENTO
              MOVE NUMERO-CONTA   TO WK-AUD-CONTA
              MOVE "FALHA-CREDITO" TO WK-AUD-RESULTADO
              PERFORM REGISTRAR-AUDITORIA
              EXIT PARAGRAPH
           END-IF
           SET GRAVAR-CRONOGRAMA TO TRUE
           OPEN I-O ARQUIVO-PARCELAS
           PERFORM GERAR-CRONOGRAMA
           CLOSE ARQUIVO-PARCELAS
           MOVE "N" TO FLAG-CRONOGRAMA
           MOVE "EMPRESTIMO"     TO WK-TIPO-MOVIMENTO
           MOVE WK-EMP-PRINCIPAL TO WK-VALOR-MOVIMENTO
           PERFORM REGISTRAR-MOVIMENTO
           MOVE "EMPREST-REC"    TO WK-RZO-CTA-DEBITO
           MOVE "DEP-CLIENTES"   TO WK-RZO-CTA-CREDITO
           MOVE WK-EMP-PRINCIPAL TO WK-RZO-VALOR
           MOVE "EMPRESTIMO"     TO WK-RZO-TIPO-MOV
           MOVE NUMERO-CONTA     TO WK-RZO-CONTA-DEB
                                    WK-RZO-CONTA-CRED
           MOVE TIPO-CONTA-CADASTRADA TO WK-RZO-TIPO-DEB
                                         WK-RZO-TIPO-CRED
           PERFORM GRAVAR-PARTIDAS-RAZAO
           DISPLAY "CONTRATO " CONTADOR-EMPRESTIMO " EFETIVADO —"
              " PRINCIPAL CREDITADO NA CONTA " NUMERO-CONTA "."
           MOVE "EMPRESTIMO"   TO WK-AUD-EVENTO
           MOVE NUMERO-CONTA   TO WK-AUD-CONTA
           MOVE "CONTRATADO"   TO WK-AUD-RESULTADO
           PERFORM REGISTRAR-AUDITORIA.

       PERSISTIR-CONTADOR-EMPRESTIMO.
           OPEN OUTPUT ARQUIVO-CTRL-EMP
              MOVE CONTADOR-EMPRESTIMO TO CTRL-ULTIMO-CONTRATO
              WRITE REGISTRO-CTRL-EMP
           CLOSE ARQUIVO-CTRL-EMP.

      *>--CONSULTA DO CONTRATO E DO CRONOGRAMA (SITUAÇÃO DA
      *>--PARCELA: P=PENDENTE, G=PAGA, A=ATRASADA)--
       CONSULTAR-EMPRESTIMO.
           DISPLAY "NÚMERO DO CONTRATO: "
           ACCEPT WK-EMP-CONTRATO-CONS
           MOVE "N" TO FLAG-CONTRATO-STATUS
           OPEN INPUT ARQUIVO-EMPRESTIMOS
               MOVE WK-EMP-CONTRATO-CONS TO EMP-CONTRATO
               READ ARQUIVO-EMPRESTIMOS
                   INVALID KEY
                       DISPLAY "CONTRATO NÃO ENCONTRADO."
                   NOT INVALID KEY
                       SET CONTRATO-ENCONTRADO TO TRUE
                       DISPLAY "CONTRATO " EMP-CONTRATO
                          " CONTA " EMP-NUM-CONTA
                          " DATA " EMP-DATA-CONTRATO
                          " SITUAÇÃO " EMP-SITUACAO
                       DISPLAY "PRINCIPAL " EMP-PRINCIPAL
                          " TAXA " EMP-TAXA-MES
                          " PRAZO " EMP-PRAZO
                          " PARCELA " EMP-VALOR-PARCELA
                          " PAGAS " EMP-PARCELAS-PAGAS
               END-READ
           CLOSE ARQUIVO-EMPRESTIMOS
           IF NOT CONTRATO-ENCONTRADO
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           MOVE "N" TO FLAG-EMP-LISTA
           OPEN INPUT ARQUIVO-PARCELAS
           MOVE WK-EMP-CONTRATO-CONS TO PAR-CONTRATO
           MOVE ZEROS                TO PAR-NUMERO
           START ARQUIVO-PARCELAS KEY NOT < PAR-CHAVE
              INVALID KEY
                 SET FIM-ARQUIVO TO TRUE
           END-START
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-PARCELAS NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    IF PAR-CONTRATO NOT = WK-EMP-CONTRATO-CONS
                       SET FIM-ARQUIVO TO TRUE
                    ELSE
                       SET PARCELA-LISTADA TO TRUE
                       DISPLAY "PARCELA " PAR-NUMERO
                          " VENC " PAR-VENCIMENTO(7:2) "/"
                          PAR-VENCIMENTO(5:2) "/" PAR-VENCIMENTO(1:4)
                          " VALOR " PAR-VALOR
                          " MORA " PAR-MORA
                          " SITUAÇÃO " PAR-SITUACAO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-PARCELAS.
           IF NOT PARCELA-LISTADA
              DISPLAY "CONTRATO SEM PARCELAS NO CRONOGRAMA."
           END-IF.
