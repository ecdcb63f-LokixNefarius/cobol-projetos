      *>-----------------IDENTIFICAÇÃO------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBankoIntegridade.
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
           SELECT ARQUIVO-CLIENTES ASSIGN TO "clientes.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS CLI-CPF
                        FILE STATUS IS FILE-STATUS-CLIENTES.
           SELECT ARQUIVO-PRODUTOS ASSIGN TO "produtos.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS PRD-TIPO-CONTA
                        FILE STATUS IS FILE-STATUS-PRODUTOS.
           SELECT ARQUIVO-OPERADORES ASSIGN TO "operadores.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS OPER-ID
                        FILE STATUS IS FILE-STATUS-OPERADORES.
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
           SELECT ARQUIVO-LIMITES ASSIGN TO "limites.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS LIM-NUM-CONTA
                        FILE STATUS IS FILE-STATUS-LIMITES.
           SELECT ARQUIVO-DEBITO-DIA ASSIGN TO "debitodia.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS DBD-NUM-CONTA
                        FILE STATUS IS FILE-STATUS-DEBITO-DIA.
           SELECT ARQUIVO-TITULARES ASSIGN TO "titulares.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS TIT-CHAVE
                        FILE STATUS IS FILE-STATUS-TITULARES.
           SELECT ARQUIVO-EMPRESTIMOS ASSIGN TO "emprestimos.txt"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS EMP-CONTRATO
                        FILE STATUS IS FILE-STATUS-EMPRESTIMOS.
           SELECT ARQUIVO-EXTRATO ASSIGN TO "extrato.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS EXT-CHAVE
                        FILE STATUS IS FILE-STATUS-EXTRATO.
           SELECT ARQUIVO-CTRL-DIA ASSIGN TO "diactl.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-CTRL-DIA.
      *>PRAZOS DAS PENDÊNCIAS ANTIGAS, CRIADO COM O PADRÃO NA
      *>PRIMEIRA EXECUÇÃO (MESMO ESQUEMA DO parcoaf.txt)
           SELECT ARQUIVO-PARAMETROS ASSIGN TO "parintegr.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-PARAMETROS.
           SELECT ARQUIVO-RELATORIO ASSIGN TO "integridade.txt"
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

       FD ARQUIVO-PRODUTOS.
       01 REGISTRO-PRODUTO.
           05 PRD-TIPO-CONTA      PIC X(10).
           05 PRD-TAXA-JUROS      PIC V9(4).
           05 PRD-TARIFA          PIC S9(5)V99.
           05 PRD-DATA-VIGENCIA   PIC X(8).
           05 PRD-LIMITE-CHEQUE   PIC S9(5)V99.
           05 PRD-TAXA-CHEQUE     PIC V9(4).
           05 PRD-LIMITE-DIARIO   PIC S9(7)V99.

       FD ARQUIVO-OPERADORES.
       01 REGISTRO-OPERADOR.
           05 OPER-ID             PIC X(6).
           05 OPER-NOME           PIC X(30).
           05 OPER-NIVEL          PIC 9(1).

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

       FD ARQUIVO-LIMITES.
       01 REGISTRO-LIMITE.
           05 LIM-NUM-CONTA       PIC 9(6).
           05 LIM-VALOR-DIA       PIC S9(7)V99.

       FD ARQUIVO-DEBITO-DIA.
       01 REGISTRO-DEBITO-DIA.
           05 DBD-NUM-CONTA       PIC 9(6).
           05 DBD-DATA            PIC X(8).
           05 DBD-VALOR-DIA       PIC S9(9)V99.

       FD ARQUIVO-TITULARES.
       01 REGISTRO-TITULAR.
           05 TIT-CHAVE.
              10 TIT-NUM-CONTA    PIC 9(6).
              10 TIT-CPF          PIC 9(11).
           05 TIT-PAPEL           PIC X(2).
           05 TIT-DATA-INCLUSAO   PIC X(14).

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

       FD ARQUIVO-CTRL-DIA.
       01 REGISTRO-CTRL-DIA.
           05 DIA-DATA            PIC X(8).
           05 DIA-SITUACAO        PIC X(1).

      *>DIAS CORRIDOS: ORDEM EXTERNA PENDENTE DE ENVIO E PAGAMENTO
      *>ENVIADO AO AGENTE SEM RETORNO
       FD ARQUIVO-PARAMETROS.
       01 REGISTRO-PARAMETROS.
           05 PIN-DIAS-ORDEM      PIC 9(3).
           05 PIN-DIAS-PAGAMENTO  PIC 9(3).

       FD ARQUIVO-RELATORIO.
       01 REGISTRO-RELATORIO PIC X(100).

       WORKING-STORAGE SECTION.
      *>----------VARIÁVEIS------------
       01 FILE-STATUS-ARQUIVO   PIC XX.
       01 FILE-STATUS-CLIENTES  PIC XX.
       01 FILE-STATUS-PRODUTOS  PIC XX.
       01 FILE-STATUS-OPERADORES PIC XX.
       01 FILE-STATUS-AGENDA    PIC XX.
       01 FILE-STATUS-ORDENS    PIC XX.
       01 FILE-STATUS-PAGAMENTOS PIC XX.
       01 FILE-STATUS-LIMITES   PIC XX.
       01 FILE-STATUS-DEBITO-DIA PIC XX.
       01 FILE-STATUS-TITULARES PIC XX.
       01 FILE-STATUS-EMPRESTIMOS PIC XX.
       01 FILE-STATUS-EXTRATO   PIC XX.
       01 FILE-STATUS-CTRL-DIA  PIC XX.
       01 FILE-STATUS-PARAMETROS PIC XX.
       01 FILE-STATUS-RELATORIO PIC XX.
       01 DATA-COMPLETA         PIC X(20).
      *>-------ARQUIVOS DE CONSULTA: AUSENTE = NENHUMA CHAVE
      *>-------EXISTE (TODA REFERÊNCIA A ELE VIRA EXCEÇÃO)-------
       01 FLAG-CONTAS-STATUS    PIC X VALUE "N".
           88 CONTAS-DISPONIVEIS   VALUE "S".
       01 FLAG-CLIENTES-STATUS  PIC X VALUE "N".
           88 CLIENTES-DISPONIVEIS VALUE "S".
       01 FLAG-PRODUTOS-STATUS  PIC X VALUE "N".
           88 PRODUTOS-DISPONIVEIS VALUE "S".
       01 FLAG-OPERADORES-STATUS PIC X VALUE "N".
           88 OPERADORES-DISPONIVEIS VALUE "S".
      *>-------RESULTADO DAS BUSCAS-------
       01 WK-CONTA-BUSCA        PIC 9(6).
       01 FLAG-CONTA-BUSCA      PIC X VALUE "N".
           88 CONTA-ACHADA         VALUE "S".
       01 WK-STATUS-BUSCA       PIC X(9).
       01 WK-CPF-BUSCA          PIC 9(11).
       01 FLAG-CLIENTE-BUSCA    PIC X VALUE "N".
           88 CLIENTE-ACHADO       VALUE "S".
       01 FLAG-PRODUTO-BUSCA    PIC X VALUE "N".
           88 PRODUTO-ACHADO       VALUE "S".
       01 WK-CONTA-DESTINO      PIC 9(6).
      *>-------DIA DE REFERÊNCIA E PRAZOS-------
       01 WK-DATA-REFERENCIA    PIC X(8) VALUE SPACES.
       01 WK-DATA-NUM           PIC 9(8).
       01 WK-DIA-REFERENCIA     PIC 9(7).
       01 WK-DIAS-DECORRIDOS    PIC S9(7).
       01 WK-DIAS-EDITADO       PIC Z(6)9.
       01 WK-DIAS-ORDEM         PIC 9(3).
       01 WK-DIAS-PAGAMENTO     PIC 9(3).
      *>-------IDENTIFICAÇÕES GRAVADAS PELOS LOTES NO EXTRATO, QUE
      *>-------NÃO SÃO OPERADORES DO CADASTRO-------
       01 WK-OPERADOR-VERIFICADO PIC X(6).
           88 OPERADOR-DE-SISTEMA VALUE "LOTE" "AGENDA" "JUROS"
                                        "LIQUID" "EMPRES" "PAGTOS"
                                        "ARQUIV".
      *>-------OPERADORES DESCONHECIDOS ACHADOS NO EXTRATO, COM A
      *>-------QUANTIDADE E O PRIMEIRO MOVIMENTO DE CADA UM-------
       01 WK-QTD-DESCONHECIDOS  PIC 9(3) VALUE ZEROS.
       01 WK-MAX-DESCONHECIDOS  PIC 9(3) VALUE 100.
       01 WK-OPERADORES-DESCONHECIDOS.
           05 WK-OPD-ITEM OCCURS 100 TIMES.
              10 WK-OPD-ID        PIC X(6).
              10 WK-OPD-QTD       PIC 9(7).
              10 WK-OPD-CHAVE     PIC X(23).
       01 WK-IDX                PIC 9(3) COMP.
       01 WK-IDX-ACHADO         PIC 9(3) COMP.
       01 WK-QTD-EDITADA        PIC Z(6)9.
      *>-------TOTALIZADORES POR VERIFICAÇÃO-------
       01 WK-TOT-CPF-ORFAO      PIC 9(6) VALUE ZEROS.
       01 WK-TOT-TIPO-ORFAO     PIC 9(6) VALUE ZEROS.
       01 WK-TOT-AGENDA         PIC 9(6) VALUE ZEROS.
       01 WK-TOT-ORDEM          PIC 9(6) VALUE ZEROS.
       01 WK-TOT-PAGAMENTO      PIC 9(6) VALUE ZEROS.
       01 WK-TOT-LIMITE         PIC 9(6) VALUE ZEROS.
       01 WK-TOT-DEBITO-DIA     PIC 9(6) VALUE ZEROS.
       01 WK-TOT-TITULAR        PIC 9(6) VALUE ZEROS.
       01 WK-TOT-EMPRESTIMO     PIC 9(6) VALUE ZEROS.
       01 WK-TOT-OPERADOR       PIC 9(6) VALUE ZEROS.
      *>-------MOVIMENTOS SEM OPERADOR (HISTÓRICO CONVERTIDO): SÓ
      *>-------INFORMATIVO, NÃO ENTRA NAS EXCEÇÕES-------
       01 WK-TOT-OPERADOR-BRANCO PIC 9(9) VALUE ZEROS.
       01 WK-TOTAL-EXCECOES     PIC 9(7) VALUE ZEROS.
       01 WK-TOTAL-CONTAS       PIC 9(6) VALUE ZEROS.
       01 WK-TOTAL-MOVIMENTOS   PIC 9(9) VALUE ZEROS.
      *>-------LINHAS DO RELATÓRIO-------
       01 LINHA-TEXTO           PIC X(100).
       01 WK-VALOR-EDITADO      PIC -(9)9.99.
      *>EOF-FIM DO ARQUIVO
       01 EOF-FLAG              PIC X VALUE "N".
           88 FIM-ARQUIVO        VALUE "S".

      *>--------------------LÓGICA----------------------
       PROCEDURE DIVISION.
      *>---VERIFICAÇÃO DE INTEGRIDADE ENTRE OS CADASTROS: SÓ LÊ OS
      *>---ARQUIVOS E LISTA AS REFERÊNCIAS ÓRFÃS OU PARADAS EM
      *>---integridade.txt. RODA ANTES DA JANELA DA NOITE; RETORNO
      *>---DIFERENTE DE ZERO (QUANTIDADE DE EXCEÇÕES) SEGURA A
      *>---ESTEIRA ATÉ A OPERAÇÃO CORRIGIR OS DADOS---
       MAIN-PROCEDURE.
           PERFORM CARREGAR-PARAMETROS
           PERFORM LER-DIA-OPERACIONAL
           PERFORM ABRIR-CONSULTAS
           OPEN OUTPUT ARQUIVO-RELATORIO
           MOVE SPACES TO LINHA-TEXTO
           STRING "===== INTEGRIDADE DOS CADASTROS - DIA "
                  WK-DATA-REFERENCIA(7:2) "/"
                  WK-DATA-REFERENCIA(5:2) "/"
                  WK-DATA-REFERENCIA(1:4) " ====="
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           PERFORM VERIFICAR-CONTAS
           PERFORM VERIFICAR-AGENDAMENTOS
           PERFORM VERIFICAR-ORDENS-EXTERNAS
           PERFORM VERIFICAR-PAGAMENTOS
           PERFORM VERIFICAR-LIMITES
           PERFORM VERIFICAR-DEBITO-DIA
           PERFORM VERIFICAR-TITULARES
           PERFORM VERIFICAR-EMPRESTIMOS
           PERFORM VERIFICAR-OPERADORES-EXTRATO
           PERFORM FECHAR-CONSULTAS
           PERFORM EMITIR-RESUMO
      *>O SISTEMA SÓ REPASSA O BYTE BAIXO DO RETORNO
           IF WK-TOTAL-EXCECOES > 255
              MOVE 255 TO RETURN-CODE
           ELSE
              MOVE WK-TOTAL-EXCECOES TO RETURN-CODE
           END-IF
           STOP RUN.

      *>--SEM ARQUIVO DE PARÂMETROS, GRAVA UM COM O PADRÃO (ORDEM
      *>--EXTERNA PENDENTE HÁ MAIS DE 3 DIAS, PAGAMENTO ENVIADO SEM
      *>--RETORNO HÁ MAIS DE 3 DIAS); VALOR ZERADO OU NÃO NUMÉRICO
      *>--VOLTA AO PADRÃO--
       CARREGAR-PARAMETROS.
           MOVE 3 TO WK-DIAS-ORDEM
           MOVE 3 TO WK-DIAS-PAGAMENTO
           OPEN INPUT ARQUIVO-PARAMETROS
           IF FILE-STATUS-PARAMETROS = "35"
              OPEN OUTPUT ARQUIVO-PARAMETROS
              MOVE WK-DIAS-ORDEM     TO PIN-DIAS-ORDEM
              MOVE WK-DIAS-PAGAMENTO TO PIN-DIAS-PAGAMENTO
              WRITE REGISTRO-PARAMETROS
              CLOSE ARQUIVO-PARAMETROS
              DISPLAY "PARÂMETROS PADRÃO GRAVADOS EM parintegr.txt."
           ELSE
              READ ARQUIVO-PARAMETROS
                 AT END
                    DISPLAY "parintegr.txt VAZIO — USANDO PARÂMETROS"
                                                       " PADRÃO."
                 NOT AT END
                    IF PIN-DIAS-ORDEM IS NUMERIC AND
                       PIN-DIAS-ORDEM > ZEROS
                       MOVE PIN-DIAS-ORDEM TO WK-DIAS-ORDEM
                    END-IF
                    IF PIN-DIAS-PAGAMENTO IS NUMERIC AND
                       PIN-DIAS-PAGAMENTO > ZEROS
                       MOVE PIN-DIAS-PAGAMENTO TO WK-DIAS-PAGAMENTO
                    END-IF
              END-READ
              CLOSE ARQUIVO-PARAMETROS
           END-IF
           DISPLAY "ORDEM EXTERNA PENDENTE ATÉ.: " WK-DIAS-ORDEM
                                             " DIAS"
           DISPLAY "PAGAMENTO SEM RETORNO ATÉ..: " WK-DIAS-PAGAMENTO
                                             " DIAS".

      *>--A IDADE DAS PENDÊNCIAS É CONTADA A PARTIR DO DIA
      *>--OPERACIONAL; SEM CONTROLE DO DIA, VALE A DATA DE HOJE--
       LER-DIA-OPERACIONAL.
           OPEN INPUT ARQUIVO-CTRL-DIA
           IF FILE-STATUS-CTRL-DIA NOT = "35"
              READ ARQUIVO-CTRL-DIA
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE DIA-DATA TO WK-DATA-REFERENCIA
              END-READ
              CLOSE ARQUIVO-CTRL-DIA
           END-IF
           IF WK-DATA-REFERENCIA = SPACES
              MOVE FUNCTION CURRENT-DATE TO DATA-COMPLETA
              MOVE DATA-COMPLETA(1:8) TO WK-DATA-REFERENCIA
           END-IF
           MOVE WK-DATA-REFERENCIA TO WK-DATA-NUM
           COMPUTE WK-DIA-REFERENCIA =
                   FUNCTION INTEGER-OF-DATE(WK-DATA-NUM).

       ABRIR-CONSULTAS.
           OPEN INPUT ARQUIVO-CONTAS
           IF FILE-STATUS-ARQUIVO NOT = "35"
              SET CONTAS-DISPONIVEIS TO TRUE
           END-IF
           OPEN INPUT ARQUIVO-CLIENTES
           IF FILE-STATUS-CLIENTES NOT = "35"
              SET CLIENTES-DISPONIVEIS TO TRUE
           END-IF
           OPEN INPUT ARQUIVO-PRODUTOS
           IF FILE-STATUS-PRODUTOS NOT = "35"
              SET PRODUTOS-DISPONIVEIS TO TRUE
           END-IF
           OPEN INPUT ARQUIVO-OPERADORES
           IF FILE-STATUS-OPERADORES NOT = "35"
              SET OPERADORES-DISPONIVEIS TO TRUE
           END-IF.

       FECHAR-CONSULTAS.
           IF CONTAS-DISPONIVEIS
              CLOSE ARQUIVO-CONTAS
           END-IF
           IF CLIENTES-DISPONIVEIS
              CLOSE ARQUIVO-CLIENTES
           END-IF
           IF PRODUTOS-DISPONIVEIS
              CLOSE ARQUIVO-PRODUTOS
           END-IF
           IF OPERADORES-DISPONIVEIS
              CLOSE ARQUIVO-OPERADORES
           END-IF.

      *>---CONTAS: TITULAR PRINCIPAL SEM CADASTRO DE CLIENTE E TIPO
      *>---DE CONTA SEM PRODUTO (A CONTA FICA FORA DOS JUROS E DAS
      *>---TARIFAS DO MÊS)---
       VERIFICAR-CONTAS.
           MOVE "--- CONTAS SEM CLIENTE OU SEM PRODUTO ---"
                                                    TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           IF NOT CONTAS-DISPONIVEIS
              MOVE "contas.txt AUSENTE - NENHUMA CONTA VERIFICADA"
                                                    TO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-CONTAS NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    ADD 1 TO WK-TOTAL-CONTAS
                    PERFORM CONFERIR-CONTA
              END-READ
           END-PERFORM.

       CONFERIR-CONTA.
           MOVE ARQ-CPF TO WK-CPF-BUSCA
           PERFORM BUSCAR-CLIENTE
           IF NOT CLIENTE-ACHADO
              MOVE SPACES TO LINHA-TEXTO
              STRING "CONTA " ARQ-NUM-CONTA " (" ARQ-STATUS ")"
                     " CPF " ARQ-CPF " SEM CADASTRO EM clientes.txt"
                     DELIMITED BY SIZE INTO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
              ADD 1 TO WK-TOT-CPF-ORFAO
           END-IF
           MOVE "N" TO FLAG-PRODUTO-BUSCA
           IF PRODUTOS-DISPONIVEIS AND ARQ-TIPO-CONTA NOT = SPACES
              MOVE ARQ-TIPO-CONTA TO PRD-TIPO-CONTA
              READ ARQUIVO-PRODUTOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET PRODUTO-ACHADO TO TRUE
              END-READ
           END-IF
           IF NOT PRODUTO-ACHADO
              MOVE SPACES TO LINHA-TEXTO
              STRING "CONTA " ARQ-NUM-CONTA " (" ARQ-STATUS ")"
                     " TIPO '" ARQ-TIPO-CONTA "'"
                     " SEM PRODUTO EM produtos.txt"
                     DELIMITED BY SIZE INTO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
              ADD 1 TO WK-TOT-TIPO-ORFAO
           END-IF.

      *>---AGENDAMENTOS ATIVOS: A ORIGEM PRECISA ESTAR ATIVA PARA O
      *>---DÉBITO; DESTINO INATIVO, BLOQUEADO OU INEXISTENTE FAZ A
      *>---TRANSFERÊNCIA FALHAR OU CAIR EM CONTA QUE NÃO DEVIA---
       VERIFICAR-AGENDAMENTOS.
           MOVE "--- AGENDAMENTOS ATIVOS COM CONTA IRREGULAR ---"
                                                    TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARQUIVO-AGENDA
           IF FILE-STATUS-AGENDA = "35"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-AGENDA NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    IF AGD-ATIVO = "S"
                       PERFORM CONFERIR-AGENDAMENTO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-AGENDA.

       CONFERIR-AGENDAMENTO.
           MOVE AGD-NUM-CONTA TO WK-CONTA-BUSCA
           PERFORM BUSCAR-CONTA
           IF NOT CONTA-ACHADA OR WK-STATUS-BUSCA NOT = "ATIVA"
              MOVE SPACES TO LINHA-TEXTO
              STRING "AGENDAMENTO " AGD-ID " ORIGEM "
                     AGD-NUM-CONTA " " WK-STATUS-BUSCA
                     DELIMITED BY SIZE INTO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
              ADD 1 TO WK-TOT-AGENDA
           END-IF
           IF AGD-CONTA-DESTINO = ZEROS
              EXIT PARAGRAPH
           END-IF.
           MOVE AGD-CONTA-DESTINO TO WK-CONTA-BUSCA
           PERFORM BUSCAR-CONTA
           IF NOT CONTA-ACHADA OR WK-STATUS-BUSCA = "INATIVA" OR
              WK-STATUS-BUSCA = "BLOQUEADA"
              MOVE SPACES TO LINHA-TEXTO
              STRING "AGENDAMENTO " AGD-ID " DESTINO "
                     AGD-CONTA-DESTINO " " WK-STATUS-BUSCA
                     DELIMITED BY SIZE INTO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
              ADD 1 TO WK-TOT-AGENDA
           END-IF.

      *>---ORDENS EXTERNAS AINDA PENDENTES: PARADAS HÁ MAIS DIAS QUE
      *>---O PRAZO (A REMESSA OU O RETORNO SE PERDEU) OU DE CONTA
      *>---ENCERRADA OU INEXISTENTE (A DEVOLUÇÃO NÃO TEM PARA ONDE
      *>---IR)---
       VERIFICAR-ORDENS-EXTERNAS.
           MOVE "--- ORDENS EXTERNAS PENDENTES IRREGULARES ---"
                                                    TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARQUIVO-ORDENS-EXT
           IF FILE-STATUS-ORDENS = "35"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-ORDENS-EXT NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    IF ORD-SITUACAO = "P"
                       PERFORM CONFERIR-ORDEM-EXTERNA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-ORDENS-EXT.

       CONFERIR-ORDEM-EXTERNA.
           MOVE ORD-DATA TO WK-DATA-NUM
           PERFORM CALCULAR-DIAS-DECORRIDOS
           IF WK-DIAS-DECORRIDOS > WK-DIAS-ORDEM
              MOVE WK-DIAS-DECORRIDOS TO WK-DIAS-EDITADO
              MOVE ORD-VALOR TO WK-VALOR-EDITADO
              MOVE SPACES TO LINHA-TEXTO
              STRING "ORDEM " ORD-ID " CONTA " ORD-NUM-CONTA
                     " VALOR " WK-VALOR-EDITADO " DE " ORD-DATA
                     " PENDENTE HA " WK-DIAS-EDITADO " DIAS"
                     DELIMITED BY SIZE INTO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
              ADD 1 TO WK-TOT-ORDEM
           END-IF
           MOVE ORD-NUM-CONTA TO WK-CONTA-BUSCA
           PERFORM BUSCAR-CONTA
           IF NOT CONTA-ACHADA OR WK-STATUS-BUSCA = "INATIVA"
              MOVE SPACES TO LINHA-TEXTO
              STRING "ORDEM " ORD-ID " PENDENTE DA CONTA "
                     ORD-NUM-CONTA " " WK-STATUS-BUSCA
                     DELIMITED BY SIZE INTO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
              ADD 1 TO WK-TOT-ORDEM
           END-IF.

      *>---PAGAMENTOS DE BOLETO: CONTA INEXISTENTE OU ENVIADO AO
      *>---AGENTE HÁ MAIS DIAS QUE O PRAZO SEM RETORNO---
       VERIFICAR-PAGAMENTOS.
           MOVE "--- PAGAMENTOS DE BOLETO IRREGULARES ---"
                                                    TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARQUIVO-PAGAMENTOS
           IF FILE-STATUS-PAGAMENTOS = "35"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-PAGAMENTOS NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    PERFORM CONFERIR-PAGAMENTO
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-PAGAMENTOS.

       CONFERIR-PAGAMENTO.
           MOVE PAG-NUM-CONTA TO WK-CONTA-BUSCA
           PERFORM BUSCAR-CONTA
           IF NOT CONTA-ACHADA
              MOVE SPACES TO LINHA-TEXTO
              STRING "PAGAMENTO " PAG-ID " SITUACAO " PAG-SITUACAO
                     " DA CONTA " PAG-NUM-CONTA " INEXISTENTE"
                     DELIMITED BY SIZE INTO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
              ADD 1 TO WK-TOT-PAGAMENTO
           END-IF
           IF PAG-SITUACAO NOT = "E"
              EXIT PARAGRAPH
           END-IF.
           MOVE PAG-DATA TO WK-DATA-NUM
           PERFORM CALCULAR-DIAS-DECORRIDOS
           IF WK-DIAS-DECORRIDOS > WK-DIAS-PAGAMENTO
              MOVE WK-DIAS-DECORRIDOS TO WK-DIAS-EDITADO
              MOVE PAG-VALOR TO WK-VALOR-EDITADO
              MOVE SPACES TO LINHA-TEXTO
              STRING "PAGAMENTO " PAG-ID " CONTA " PAG-NUM-CONTA
                     " VALOR " WK-VALOR-EDITADO " DE " PAG-DATA
                     " SEM RETORNO HA " WK-DIAS-EDITADO " DIAS"
                     DELIMITED BY SIZE INTO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
              ADD 1 TO WK-TOT-PAGAMENTO
           END-IF.

      *>---LIMITE PRÓPRIO E ACUMULADOR DO DIA DE CONTA INEXISTENTE---
       VERIFICAR-LIMITES.
           MOVE "--- LIMITES DIARIOS DE CONTA INEXISTENTE ---"
                                                    TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARQUIVO-LIMITES
           IF FILE-STATUS-LIMITES = "35"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-LIMITES NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    MOVE LIM-NUM-CONTA TO WK-CONTA-BUSCA
                    PERFORM BUSCAR-CONTA
                    IF NOT CONTA-ACHADA
                       MOVE SPACES TO LINHA-TEXTO
                       STRING "LIMITE DA CONTA " LIM-NUM-CONTA
                              " - CONTA INEXISTENTE"
                              DELIMITED BY SIZE INTO LINHA-TEXTO
                       PERFORM GRAVAR-LINHA-TEXTO
                       ADD 1 TO WK-TOT-LIMITE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-LIMITES.

       VERIFICAR-DEBITO-DIA.
           MOVE "--- DEBITOS DO DIA DE CONTA INEXISTENTE ---"
                                                    TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARQUIVO-DEBITO-DIA
           IF FILE-STATUS-DEBITO-DIA = "35"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-DEBITO-DIA NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    MOVE DBD-NUM-CONTA TO WK-CONTA-BUSCA
                    PERFORM BUSCAR-CONTA
                    IF NOT CONTA-ACHADA
                       MOVE SPACES TO LINHA-TEXTO
                       STRING "DEBITO DO DIA " DBD-DATA
                              " DA CONTA " DBD-NUM-CONTA
                              " - CONTA INEXISTENTE"
                              DELIMITED BY SIZE INTO LINHA-TEXTO
                       PERFORM GRAVAR-LINHA-TEXTO
                       ADD 1 TO WK-TOT-DEBITO-DIA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-DEBITO-DIA.

      *>---CO-TITULAR DE CONTA INEXISTENTE OU SEM CADASTRO DE
      *>---CLIENTE (A ASSINATURA CONJUNTA NÃO TEM A QUEM PEDIR)---
       VERIFICAR-TITULARES.
           MOVE "--- CO-TITULARES IRREGULARES ---" TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARQUIVO-TITULARES
           IF FILE-STATUS-TITULARES = "35"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-TITULARES NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    PERFORM CONFERIR-TITULAR
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-TITULARES.

       CONFERIR-TITULAR.
           MOVE TIT-NUM-CONTA TO WK-CONTA-BUSCA
           PERFORM BUSCAR-CONTA
           IF NOT CONTA-ACHADA
              MOVE SPACES TO LINHA-TEXTO
              STRING "CO-TITULAR " TIT-CPF " DA CONTA "
                     TIT-NUM-CONTA " - CONTA INEXISTENTE"
                     DELIMITED BY SIZE INTO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
              ADD 1 TO WK-TOT-TITULAR
           END-IF
           MOVE TIT-CPF TO WK-CPF-BUSCA
           PERFORM BUSCAR-CLIENTE
           IF NOT CLIENTE-ACHADO
              MOVE SPACES TO LINHA-TEXTO
              STRING "CO-TITULAR " TIT-CPF " DA CONTA "
                     TIT-NUM-CONTA " SEM CADASTRO EM clientes.txt"
                     DELIMITED BY SIZE INTO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
              ADD 1 TO WK-TOT-TITULAR
           END-IF.

      *>---CONTRATO DE EMPRÉSTIMO ATIVO DE CONTA INEXISTENTE (AS
      *>---PARCELAS NÃO TÊM ONDE SER DEBITADAS)---
       VERIFICAR-EMPRESTIMOS.
           MOVE "--- EMPRESTIMOS ATIVOS DE CONTA INEXISTENTE ---"
                                                    TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARQUIVO-EMPRESTIMOS
           IF FILE-STATUS-EMPRESTIMOS = "35"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-EMPRESTIMOS NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    IF EMP-SITUACAO = "A"
                       MOVE EMP-NUM-CONTA TO WK-CONTA-BUSCA
                       PERFORM BUSCAR-CONTA
                       IF NOT CONTA-ACHADA
                          MOVE SPACES TO LINHA-TEXTO
                          STRING "CONTRATO " EMP-CONTRATO
                                 " DA CONTA " EMP-NUM-CONTA
                                 " - CONTA INEXISTENTE"
                                 DELIMITED BY SIZE INTO LINHA-TEXTO
                          PERFORM GRAVAR-LINHA-TEXTO
                          ADD 1 TO WK-TOT-EMPRESTIMO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-EMPRESTIMOS.

      *>---MOVIMENTOS DO EXTRATO LANÇADOS POR OPERADOR QUE NÃO ESTÁ
      *>---NO CADASTRO (OS LOTES GRAVAM A PRÓPRIA IDENTIFICAÇÃO);
      *>---SAI UMA LINHA POR OPERADOR, COM A QUANTIDADE E O
      *>---PRIMEIRO MOVIMENTO DELE---
       VERIFICAR-OPERADORES-EXTRATO.
           MOVE "--- MOVIMENTOS DE OPERADOR SEM CADASTRO ---"
                                                    TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARQUIVO-EXTRATO
           IF FILE-STATUS-EXTRATO = "35"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-EXTRATO NEXT RECORD
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    ADD 1 TO WK-TOTAL-MOVIMENTOS
                    PERFORM CONFERIR-OPERADOR-MOVIMENTO
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-EXTRATO
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WK-QTD-DESCONHECIDOS
              MOVE WK-OPD-QTD(WK-IDX) TO WK-QTD-EDITADA
              MOVE SPACES TO LINHA-TEXTO
              STRING "OPERADOR '" WK-OPD-ID(WK-IDX) "' "
                     WK-QTD-EDITADA " MOVIMENTO(S), O PRIMEIRO "
                     WK-OPD-CHAVE(WK-IDX)
                     DELIMITED BY SIZE INTO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
           END-PERFORM
           IF WK-TOT-OPERADOR > WK-QTD-DESCONHECIDOS
              MOVE "DEMAIS OPERADORES DESCONHECIDOS NAO LISTADOS"
                                                    TO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
           END-IF
           IF WK-TOT-OPERADOR-BRANCO > 0
              MOVE SPACES TO LINHA-TEXTO
              STRING "INFORMATIVO: " WK-TOT-OPERADOR-BRANCO
                     " MOVIMENTO(S) SEM OPERADOR (HISTORICO CONVERTIDO)"
                     DELIMITED BY SIZE INTO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
           END-IF.

      *>--O HISTÓRICO CONVERTIDO PELO COBankoConvExtrato CHEGA SEM
      *>--OPERADOR; ESSES MOVIMENTOS SÓ SÃO CONTADOS À PARTE--
       CONFERIR-OPERADOR-MOVIMENTO.
           IF EXT-OPERADOR = SPACES
              ADD 1 TO WK-TOT-OPERADOR-BRANCO
              EXIT PARAGRAPH
           END-IF.
           MOVE EXT-OPERADOR TO WK-OPERADOR-VERIFICADO
           IF OPERADOR-DE-SISTEMA
              EXIT PARAGRAPH
           END-IF.
           IF OPERADORES-DISPONIVEIS
              MOVE EXT-OPERADOR TO OPER-ID
              READ ARQUIVO-OPERADORES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    EXIT PARAGRAPH
              END-READ
           END-IF
           MOVE 0 TO WK-IDX-ACHADO
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WK-QTD-DESCONHECIDOS
                      OR WK-IDX-ACHADO > 0
              IF WK-OPD-ID(WK-IDX) = EXT-OPERADOR
                 MOVE WK-IDX TO WK-IDX-ACHADO
              END-IF
           END-PERFORM
           IF WK-IDX-ACHADO > 0
              ADD 1 TO WK-OPD-QTD(WK-IDX-ACHADO)
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WK-TOT-OPERADOR
           IF WK-QTD-DESCONHECIDOS < WK-MAX-DESCONHECIDOS
              ADD 1 TO WK-QTD-DESCONHECIDOS
              MOVE EXT-OPERADOR TO WK-OPD-ID(WK-QTD-DESCONHECIDOS)
              MOVE 1            TO WK-OPD-QTD(WK-QTD-DESCONHECIDOS)
              MOVE EXT-CHAVE    TO WK-OPD-CHAVE(WK-QTD-DESCONHECIDOS)
           END-IF.

      *>--BUSCA A CONTA PELA CHAVE; A SITUAÇÃO VOLTA EM
      *>--WK-STATUS-BUSCA ("INEXISTE" QUANDO NÃO HÁ A CONTA)--
       BUSCAR-CONTA.
           MOVE "N" TO FLAG-CONTA-BUSCA
           MOVE "INEXISTE" TO WK-STATUS-BUSCA
           IF NOT CONTAS-DISPONIVEIS
              EXIT PARAGRAPH
           END-IF.
           MOVE WK-CONTA-BUSCA TO ARQ-NUM-CONTA
           READ ARQUIVO-CONTAS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET CONTA-ACHADA TO TRUE
                 MOVE ARQ-STATUS TO WK-STATUS-BUSCA
           END-READ.

       BUSCAR-CLIENTE.
           MOVE "N" TO FLAG-CLIENTE-BUSCA
           IF NOT CLIENTES-DISPONIVEIS
              EXIT PARAGRAPH
           END-IF.
           MOVE WK-CPF-BUSCA TO CLI-CPF
           READ ARQUIVO-CLIENTES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET CLIENTE-ACHADO TO TRUE
           END-READ.

      *>--DIAS CORRIDOS ENTRE A DATA EM WK-DATA-NUM E O DIA DE
      *>--REFERÊNCIA; DATA INVÁLIDA CONTA COMO ZERO DIAS--
       CALCULAR-DIAS-DECORRIDOS.
           MOVE ZEROS TO WK-DIAS-DECORRIDOS
           IF WK-DATA-NUM IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WK-DATA-NUM) NOT = 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WK-DIAS-DECORRIDOS = WK-DIA-REFERENCIA -
                   FUNCTION INTEGER-OF-DATE(WK-DATA-NUM).

       GRAVAR-LINHA-TEXTO.
           MOVE LINHA-TEXTO TO REGISTRO-RELATORIO
           WRITE REGISTRO-RELATORIO.

       EMITIR-RESUMO.
           COMPUTE WK-TOTAL-EXCECOES = WK-TOT-CPF-ORFAO +
                   WK-TOT-TIPO-ORFAO + WK-TOT-AGENDA + WK-TOT-ORDEM +
                   WK-TOT-PAGAMENTO + WK-TOT-LIMITE +
                   WK-TOT-DEBITO-DIA + WK-TOT-TITULAR +
                   WK-TOT-EMPRESTIMO + WK-TOT-OPERADOR
           MOVE SPACES TO LINHA-TEXTO
           STRING "CONTAS LIDAS: " WK-TOTAL-CONTAS
                  " MOVIMENTOS LIDOS: " WK-TOTAL-MOVIMENTOS
                  " EXCECOES: " WK-TOTAL-EXCECOES
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           CLOSE ARQUIVO-RELATORIO
           DISPLAY "========== INTEGRIDADE DOS CADASTROS =========="
           DISPLAY "CONTAS SEM CLIENTE.........: " WK-TOT-CPF-ORFAO
           DISPLAY "CONTAS SEM PRODUTO.........: " WK-TOT-TIPO-ORFAO
           DISPLAY "AGENDAMENTOS IRREGULARES...: " WK-TOT-AGENDA
           DISPLAY "ORDENS EXTERNAS IRREGULARES: " WK-TOT-ORDEM
           DISPLAY "PAGAMENTOS IRREGULARES.....: " WK-TOT-PAGAMENTO
           DISPLAY "LIMITES SEM CONTA..........: " WK-TOT-LIMITE
           DISPLAY "DÉBITOS DO DIA SEM CONTA...: " WK-TOT-DEBITO-DIA
           DISPLAY "CO-TITULARES IRREGULARES...: " WK-TOT-TITULAR
           DISPLAY "EMPRÉSTIMOS SEM CONTA......: " WK-TOT-EMPRESTIMO
           DISPLAY "OPERADORES SEM CADASTRO....: " WK-TOT-OPERADOR
           DISPLAY "MOVIMENTOS SEM OPERADOR....: "
              WK-TOT-OPERADOR-BRANCO " (INFORMATIVO)"
           DISPLAY "TOTAL DE EXCEÇÕES..........: " WK-TOTAL-EXCECOES
           IF WK-TOTAL-EXCECOES > 0
              DISPLAY "CADASTROS COM PENDÊNCIAS — VERIFICAR"
                 " integridade.txt ANTES DA ESTEIRA."
           END-IF.
