      *>-----------------IDENTIFICAÇÃO------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBankoInforme.
       AUTHOR.        WESLEY A. M.
      *>-----------------AMBIENTE----------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *>HISTÓRICO ARQUIVADO PELO COBankoArquivaExtrato, UM POR ANO
      *>(extratoAAAA.dat): ABERTO O DO ANO ANTERIOR E O DO ANO-BASE
           SELECT ARQUIVO-HISTORICO ASSIGN TO WK-NOME-HISTORICO
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS HST-CHAVE
                        FILE STATUS IS FILE-STATUS-HISTORICO.
      *>O RAZÃO INTERNO TRAZ O AJUSTE-MES JÁ DESMONTADO EM JUROS
      *>CREDITADOS, JUROS DO CHEQUE ESPECIAL E TARIFA
           SELECT ARQUIVO-RAZAO ASSIGN TO "razao.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-RAZAO.
      *>UM INFORME FORMATADO POR CPF, NOMEADO COM O CPF E O
      *>ANO-BASE (infCCCCCCCCCCC-AAAA.txt), NO MESMO FORMATO DO
      *>EXTRATO MENSAL IMPRESSO
           SELECT ARQUIVO-IMPRESSO ASSIGN TO WK-NOME-IMPRESSO
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-IMPRESSO.
      *>RESUMO DE TODOS OS CPFS EMITIDOS PARA A CONFERÊNCIA DA
      *>CONTABILIDADE (infresumoAAAA.txt)
           SELECT ARQUIVO-RESUMO ASSIGN TO WK-NOME-RESUMO
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-RESUMO.
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

      *>MESMO LEIAUTE E MESMA CHAVE DO EXTRATO CORRENTE
       FD ARQUIVO-HISTORICO.
       01 REGISTRO-HISTORICO.
           05 HST-CHAVE.
              10 HST-NUM-CONTA  PIC 9(6).
              10 HST-DATA-HORA  PIC X(14).
              10 HST-SEQ        PIC 9(3).
           05 HST-TIPO       PIC X(10).
           05 HST-VALOR      PIC S9(9)V99.
           05 HST-SALDO-APOS PIC S9(5)V99.
           05 HST-CONTRAPARTIDA PIC 9(6).
           05 HST-OPERADOR   PIC X(6).
           05 HST-REF-ESTORNO PIC X(17).

       FD ARQUIVO-RAZAO.
       01 REGISTRO-RAZAO.
           05 RZO-DATA        PIC X(8).
           05 FILLER          PIC X(1).
           05 RZO-CONTA-RAZAO PIC X(14).
           05 FILLER          PIC X(1).
           05 RZO-DC          PIC X(1).
           05 FILLER          PIC X(1).
           05 RZO-VALOR       PIC 9(9)V99.
           05 FILLER          PIC X(1).
           05 RZO-NUM-CONTA   PIC 9(6).
           05 FILLER          PIC X(1).
           05 RZO-TIPO-CONTA  PIC X(10).
           05 FILLER          PIC X(1).
           05 RZO-TIPO-MOV    PIC X(10).

       FD ARQUIVO-IMPRESSO.
       01 REGISTRO-IMPRESSO   PIC X(90).

       FD ARQUIVO-RESUMO.
       01 REGISTRO-RESUMO     PIC X(132).

       WORKING-STORAGE SECTION.
      *>----------VARIÁVEIS------------
       01 FILE-STATUS-ARQUIVO   PIC XX.
       01 FILE-STATUS-CLIENTES  PIC XX.
       01 FILE-STATUS-TITULARES PIC XX.
       01 FILE-STATUS-EXTRATO   PIC XX.
       01 FILE-STATUS-HISTORICO PIC XX.
       01 FILE-STATUS-RAZAO     PIC XX.
       01 FILE-STATUS-IMPRESSO  PIC XX.
       01 FILE-STATUS-RESUMO    PIC XX.
      *>-------ANO-BASE PEDIDO E OS DOIS CORTES DE SALDO-------
       01 WK-ANO-BASE           PIC X(4).
       01 WK-ANO-BASE-NUM REDEFINES WK-ANO-BASE PIC 9(4).
       01 WK-ANO-ANTERIOR-NUM   PIC 9(4).
       01 WK-ANO-ANTERIOR REDEFINES WK-ANO-ANTERIOR-NUM PIC X(4).
       01 WK-CORTE-ANTERIOR     PIC X(8).
       01 WK-CORTE-BASE         PIC X(8).
      *>-------ARQUIVOS MONTADOS PELO ANO-------
       01 WK-NOME-HISTORICO     PIC X(15).
       01 WK-NOME-IMPRESSO      PIC X(24).
       01 WK-NOME-RESUMO        PIC X(20).
      *>-------CONTAS DO CADASTRO QUE EXISTIRAM NO ANO-BASE, NA
      *>-------ORDEM DA CHAVE (A BUSCA POR NÚMERO É BINÁRIA), COM
      *>-------OS SALDOS E RENDIMENTOS APURADOS-------
       01 WK-QTD-CONTAS      PIC 9(4) VALUE ZEROS.
       01 WK-IDX             PIC 9(4) COMP.
       01 WK-IDX-ACHADO      PIC 9(4) COMP.
       01 WK-IDX-INICIO      PIC 9(4) COMP.
       01 WK-IDX-FIM         PIC 9(4) COMP.
       01 WK-IDX-MEIO        PIC 9(4) COMP.
       01 WK-CONTA-BUSCA     PIC 9(6).
       01 WK-CONTAS-INFORME.
           05 WK-CONTA-INF OCCURS 5000 TIMES.
              10 WK-INF-NUM-CONTA    PIC 9(6).
              10 WK-INF-CPF          PIC 9(11).
              10 WK-INF-NOME         PIC X(30).
              10 WK-INF-TIPO-CONTA   PIC X(10).
              10 WK-INF-STATUS       PIC X(9).
              10 WK-INF-SALDO-ANT    PIC S9(9)V99.
              10 WK-INF-CHAVE-ANT    PIC X(17).
              10 WK-INF-SALDO-BASE   PIC S9(9)V99.
              10 WK-INF-CHAVE-BASE   PIC X(17).
              10 WK-INF-JUROS        PIC S9(9)V99.
              10 WK-INF-TARIFAS      PIC S9(9)V99.
              10 WK-INF-JUROS-CHEQUE PIC S9(9)V99.
              10 WK-INF-AJUSTE-CRED  PIC S9(9)V99.
              10 WK-INF-AJUSTE-DEB   PIC S9(9)V99.
              10 WK-INF-NO-RAZAO     PIC X(1).
       01 FLAG-TABELA-STATUS PIC X VALUE "N".
           88 TABELA-ESTOURADA   VALUE "S".
      *>-------VÍNCULOS CPF x CONTA: O TITULAR DE CADA CONTA E OS
      *>-------CO-TITULARES (A CONTA CONJUNTA ENTRA NO INFORME DE
      *>-------CADA UM DOS TITULARES)-------
       01 WK-QTD-VINCULOS    PIC 9(5) VALUE ZEROS.
       01 WK-IDX-VINC        PIC 9(5) COMP.
       01 WK-IDX-CPF         PIC 9(5) COMP.
       01 WK-VINCULOS.
           05 WK-VINCULO OCCURS 10000 TIMES.
              10 WK-VIN-CPF          PIC 9(11).
              10 WK-VIN-IDX-CONTA    PIC 9(4).
              10 WK-VIN-PAPEL        PIC X(14).
              10 WK-VIN-TRATADO      PIC X(1).
       01 WK-PAPEL-VINCULO   PIC X(14).
       01 FLAG-VINCULOS-STATUS PIC X VALUE "N".
           88 VINCULOS-ESTOURADOS VALUE "S".
      *>-------LEITURA DOS MOVIMENTOS DA CONTA-------
       01 WK-CHAVE-MOVIMENTO    PIC X(17).
       01 FLAG-FIM-CONTA        PIC X VALUE "N".
           88 FIM-MOVIMENTOS-CONTA VALUE "S".
      *>-------INFORME DO CPF EM EMISSÃO-------
       01 WK-CPF-INFORME        PIC 9(11).
       01 WK-CPF-EXIB           PIC 9(11).
       01 WK-QTD-CONTAS-CPF     PIC 9(4).
       01 WK-CPF-SALDO-ANT      PIC S9(11)V99.
       01 WK-CPF-SALDO-BASE     PIC S9(11)V99.
       01 WK-CPF-JUROS          PIC S9(11)V99.
       01 WK-CPF-TARIFAS        PIC S9(11)V99.
       01 WK-CPF-JUROS-CHEQUE   PIC S9(11)V99.
       01 WK-NOME-CLIENTE       PIC X(30).
       01 FLAG-CLIENTES-STATUS  PIC X VALUE "N".
           88 CLIENTES-DISPONIVEIS VALUE "S".
      *>-------LINHAS DOS ARQUIVOS IMPRESSOS-------
       01 LINHA-TEXTO           PIC X(90).
       01 WK-VALOR-EDITADO      PIC -(11)9.99.
       01 LINHA-RESUMO.
           05 RES-CPF         PIC 9(11).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RES-NOME        PIC X(30).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RES-QTD-CONTAS  PIC ZZZ9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RES-SALDO-ANT   PIC -(11)9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RES-SALDO-BASE  PIC -(11)9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RES-JUROS       PIC -(9)9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RES-TARIFAS     PIC -(9)9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RES-JUROS-CHEQUE PIC -(9)9.99.
      *>-------TOTALIZADORES (POR CONTA, SEM REPETIR A CONJUNTA,
      *>-------PARA BATER COM O RAZÃO)-------
       01 WK-TOTAL-INFORMES     PIC 9(6) VALUE ZEROS.
       01 WK-TOTAL-CONTAS-INF   PIC 9(6) VALUE ZEROS.
       01 WK-TOT-SALDO-ANT      PIC S9(11)V99 VALUE ZEROS.
       01 WK-TOT-SALDO-BASE     PIC S9(11)V99 VALUE ZEROS.
       01 WK-TOT-JUROS          PIC S9(11)V99 VALUE ZEROS.
       01 WK-TOT-TARIFAS        PIC S9(11)V99 VALUE ZEROS.
       01 WK-TOT-JUROS-CHEQUE   PIC S9(11)V99 VALUE ZEROS.
       01 WK-TOTAL-SEM-RAZAO    PIC 9(6) VALUE ZEROS.
      *>EOF-FIM DO ARQUIVO
       01 EOF-FLAG              PIC X VALUE "N".
           88 FIM-ARQUIVO        VALUE "S".

      *>--------------------LÓGICA----------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ANO-BASE DO INFORME (AAAA): "
           ACCEPT WK-ANO-BASE
           IF WK-ANO-BASE IS NUMERIC AND WK-ANO-BASE-NUM > 1601
              PERFORM GERAR-INFORMES
           ELSE
              DISPLAY "ANO-BASE INVÁLIDO — NADA FOI GERADO."
           END-IF
           STOP RUN.
      *>---APURA, PARA CADA CONTA QUE EXISTIU NO ANO-BASE, O SALDO
      *>---EM 31/12 DO ANO ANTERIOR E DO ANO-BASE (ÚLTIMO SALDO-APOS
      *>---ATÉ CADA CORTE, NO HISTÓRICO ARQUIVADO OU NO EXTRATO) E
      *>---O AJUSTE-MES DO ANO SEPARADO EM JUROS CREDITADOS, TARIFAS
      *>---E JUROS DO CHEQUE ESPECIAL; DEPOIS EMITE UM INFORME POR
      *>---CPF COM TODAS AS CONTAS DELE E O RESUMO DA CONTABILIDADE---
       GERAR-INFORMES.
           COMPUTE WK-ANO-ANTERIOR-NUM = WK-ANO-BASE-NUM - 1
           STRING WK-ANO-ANTERIOR "1231"
                  DELIMITED BY SIZE INTO WK-CORTE-ANTERIOR
           STRING WK-ANO-BASE "1231"
                  DELIMITED BY SIZE INTO WK-CORTE-BASE
           PERFORM CARREGAR-CONTAS
           IF WK-QTD-CONTAS = ZEROS
              DISPLAY "NENHUMA CONTA NO ANO-BASE " WK-ANO-BASE "."
              EXIT PARAGRAPH
           END-IF
      *>TABELA ESTOURADA = INFORME FALTANDO CONTA: NENHUM
      *>DOCUMENTO FISCAL SAI INCOMPLETO
           IF TABELA-ESTOURADA
              DISPLAY "LIMITE DE 5000 CONTAS EXCEDIDO — NENHUM"
                 " INFORME FOI GERADO."
              EXIT PARAGRAPH
           END-IF
           MOVE WK-ANO-ANTERIOR TO WK-NOME-HISTORICO(8:4)
           PERFORM APURAR-HISTORICO-DO-ANO
           MOVE WK-ANO-BASE TO WK-NOME-HISTORICO(8:4)
           PERFORM APURAR-HISTORICO-DO-ANO
           PERFORM APURAR-EXTRATO-CORRENTE
           PERFORM APURAR-RAZAO
           PERFORM CARREGAR-VINCULOS
           IF VINCULOS-ESTOURADOS
              DISPLAY "LIMITE DE 10000 VÍNCULOS EXCEDIDO — NENHUM"
                 " INFORME FOI GERADO."
              EXIT PARAGRAPH
           END-IF
           PERFORM EMITIR-INFORMES
           DISPLAY "========== INFORME DE RENDIMENTOS =========="
           DISPLAY "ANO-BASE...................: " WK-ANO-BASE
           DISPLAY "INFORMES EMITIDOS (CPF)....: " WK-TOTAL-INFORMES
           DISPLAY "CONTAS INFORMADAS..........: "
                                             WK-TOTAL-CONTAS-INF
           MOVE WK-TOT-JUROS TO WK-VALOR-EDITADO
           DISPLAY "JUROS CREDITADOS...........: " WK-VALOR-EDITADO
           MOVE WK-TOT-TARIFAS TO WK-VALOR-EDITADO
           DISPLAY "TARIFAS COBRADAS...........: " WK-VALOR-EDITADO
           MOVE WK-TOT-JUROS-CHEQUE TO WK-VALOR-EDITADO
           DISPLAY "JUROS DE CHEQUE ESPECIAL...: " WK-VALOR-EDITADO
           IF WK-TOTAL-SEM-RAZAO > ZEROS
              DISPLAY "CONTAS SEM PARTIDA NO RAZAO: "
                                             WK-TOTAL-SEM-RAZAO
           END-IF
           DISPLAY "RESUMO GRAVADO EM " WK-NOME-RESUMO.

      *>--CONTA ABERTA ATÉ 31/12 DO ANO-BASE E NÃO ENCERRADA ANTES
      *>--DO ANO-BASE (AS DATAS DO CADASTRO SÃO DDMMAAAAHHMMSS)--
       CARREGAR-CONTAS.
           MOVE ZEROS TO WK-QTD-CONTAS
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
                    IF ARQ-DATA(5:4) NOT > WK-ANO-BASE AND
                       (ARQ-DATA-ENCERRAMENTO = SPACES OR
                        ARQ-DATA-ENCERRAMENTO(5:4) NOT <
                                                   WK-ANO-BASE)
                       PERFORM INCLUIR-CONTA-TABELA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-CONTAS.

       INCLUIR-CONTA-TABELA.
           IF WK-QTD-CONTAS NOT < 5000
              SET TABELA-ESTOURADA TO TRUE
              SET FIM-ARQUIVO TO TRUE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WK-QTD-CONTAS
           MOVE ARQ-NUM-CONTA  TO WK-INF-NUM-CONTA(WK-QTD-CONTAS)
           MOVE ARQ-CPF        TO WK-INF-CPF(WK-QTD-CONTAS)
           MOVE ARQ-NOME       TO WK-INF-NOME(WK-QTD-CONTAS)
           MOVE ARQ-TIPO-CONTA TO WK-INF-TIPO-CONTA(WK-QTD-CONTAS)
           MOVE ARQ-STATUS     TO WK-INF-STATUS(WK-QTD-CONTAS)
           MOVE ZEROS  TO WK-INF-SALDO-ANT(WK-QTD-CONTAS)
           MOVE SPACES TO WK-INF-CHAVE-ANT(WK-QTD-CONTAS)
           MOVE ZEROS  TO WK-INF-SALDO-BASE(WK-QTD-CONTAS)
           MOVE SPACES TO WK-INF-CHAVE-BASE(WK-QTD-CONTAS)
           MOVE ZEROS  TO WK-INF-JUROS(WK-QTD-CONTAS)
           MOVE ZEROS  TO WK-INF-TARIFAS(WK-QTD-CONTAS)
           MOVE ZEROS  TO WK-INF-JUROS-CHEQUE(WK-QTD-CONTAS)
           MOVE ZEROS  TO WK-INF-AJUSTE-CRED(WK-QTD-CONTAS)
           MOVE ZEROS  TO WK-INF-AJUSTE-DEB(WK-QTD-CONTAS)
           MOVE "N"    TO WK-INF-NO-RAZAO(WK-QTD-CONTAS).

      *>---HISTÓRICO DO ANO AUSENTE (ANO AINDA NÃO ARQUIVADO) NÃO
      *>---É ERRO: OS MOVIMENTOS CONTINUAM NO EXTRATO CORRENTE---
       APURAR-HISTORICO-DO-ANO.
           MOVE "extrato" TO WK-NOME-HISTORICO(1:7)
           MOVE ".dat"    TO WK-NOME-HISTORICO(12:4)
           OPEN INPUT ARQUIVO-HISTORICO
           IF FILE-STATUS-HISTORICO NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WK-IDX FROM 1 BY 1
                     UNTIL WK-IDX > WK-QTD-CONTAS
              PERFORM APURAR-CONTA-NO-HISTORICO
           END-PERFORM
           CLOSE ARQUIVO-HISTORICO.

       APURAR-CONTA-NO-HISTORICO.
           MOVE "N" TO FLAG-FIM-CONTA
           MOVE WK-INF-NUM-CONTA(WK-IDX) TO HST-NUM-CONTA
           MOVE "00000000000000" TO HST-DATA-HORA
           MOVE ZEROS TO HST-SEQ
           START ARQUIVO-HISTORICO KEY NOT < HST-CHAVE
              INVALID KEY
                 SET FIM-MOVIMENTOS-CONTA TO TRUE
           END-START
           PERFORM UNTIL FIM-MOVIMENTOS-CONTA
              READ ARQUIVO-HISTORICO NEXT RECORD
                 AT END
                    SET FIM-MOVIMENTOS-CONTA TO TRUE
                 NOT AT END
                    MOVE REGISTRO-HISTORICO TO REGISTRO-EXTRATO
                    PERFORM AVALIAR-MOVIMENTO-CONTA
              END-READ
           END-PERFORM.

       APURAR-EXTRATO-CORRENTE.
           OPEN INPUT ARQUIVO-EXTRATO
           IF FILE-STATUS-EXTRATO = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WK-IDX FROM 1 BY 1
                     UNTIL WK-IDX > WK-QTD-CONTAS
              PERFORM APURAR-CONTA-NO-EXTRATO
           END-PERFORM
           CLOSE ARQUIVO-EXTRATO.

       APURAR-CONTA-NO-EXTRATO.
           MOVE "N" TO FLAG-FIM-CONTA
           MOVE WK-INF-NUM-CONTA(WK-IDX) TO EXT-NUM-CONTA
           MOVE "00000000000000" TO EXT-DATA-HORA
           MOVE ZEROS TO EXT-SEQ
           START ARQUIVO-EXTRATO KEY NOT < EXT-CHAVE
              INVALID KEY
                 SET FIM-MOVIMENTOS-CONTA TO TRUE
           END-START
           PERFORM UNTIL FIM-MOVIMENTOS-CONTA
              READ ARQUIVO-EXTRATO NEXT RECORD
                 AT END
                    SET FIM-MOVIMENTOS-CONTA TO TRUE
                 NOT AT END
                    PERFORM AVALIAR-MOVIMENTO-CONTA
              END-READ
           END-PERFORM.

      *>--O SALDO EM CADA CORTE É O SALDO-APOS DO ÚLTIMO MOVIMENTO
      *>--ATÉ ELE, PELA CHAVE (DATA-HORA + SEQUÊNCIA), VENHA DE QUAL
      *>--ARQUIVO VIER (O SALDO-ANT DO ARQUIVAMENTO ENTRA COMO
      *>--QUALQUER MOVIMENTO); O AJUSTE-MES DO ANO-BASE FICA GUARDADO
      *>--PARA A CONTA QUE NÃO TIVER PARTIDA NO RAZÃO--
       AVALIAR-MOVIMENTO-CONTA.
           IF EXT-NUM-CONTA NOT = WK-INF-NUM-CONTA(WK-IDX) OR
              EXT-DATA-HORA(1:8) > WK-CORTE-BASE
              SET FIM-MOVIMENTOS-CONTA TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE EXT-DATA-HORA TO WK-CHAVE-MOVIMENTO(1:14)
           MOVE EXT-SEQ       TO WK-CHAVE-MOVIMENTO(15:3)
           IF EXT-DATA-HORA(1:8) NOT > WK-CORTE-ANTERIOR AND
              (WK-INF-CHAVE-ANT(WK-IDX) = SPACES OR
               WK-CHAVE-MOVIMENTO > WK-INF-CHAVE-ANT(WK-IDX))
              MOVE EXT-SALDO-APOS TO WK-INF-SALDO-ANT(WK-IDX)
              MOVE WK-CHAVE-MOVIMENTO TO WK-INF-CHAVE-ANT(WK-IDX)
           END-IF
           IF WK-INF-CHAVE-BASE(WK-IDX) = SPACES OR
              WK-CHAVE-MOVIMENTO > WK-INF-CHAVE-BASE(WK-IDX)
              MOVE EXT-SALDO-APOS TO WK-INF-SALDO-BASE(WK-IDX)
              MOVE WK-CHAVE-MOVIMENTO TO WK-INF-CHAVE-BASE(WK-IDX)
           END-IF
           IF EXT-TIPO = "AJUSTE-MES" AND
              EXT-DATA-HORA(1:4) = WK-ANO-BASE
              IF EXT-VALOR > 0
                 ADD EXT-VALOR TO WK-INF-AJUSTE-CRED(WK-IDX)
              ELSE
                 SUBTRACT EXT-VALOR FROM WK-INF-AJUSTE-DEB(WK-IDX)
              END-IF
           END-IF.

      *>---PARTIDAS DO ANO-BASE NO RAZÃO, PELA CONTA DO CLIENTE:
      *>---DESP-JUROS A DÉBITO É JUROS CREDITADO AO CLIENTE,
      *>---REC-JUROS-CHEQ E REC-TARIFAS A CRÉDITO SÃO ENCARGOS
      *>---COBRADOS DELE---
       APURAR-RAZAO.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARQUIVO-RAZAO
           IF FILE-STATUS-RAZAO = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-RAZAO
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    IF RZO-DATA(1:4) = WK-ANO-BASE
                       PERFORM ACUMULAR-PARTIDA-RAZAO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-RAZAO.

       ACUMULAR-PARTIDA-RAZAO.
           IF RZO-NUM-CONTA IS NOT NUMERIC OR
              RZO-VALOR IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE RZO-NUM-CONTA TO WK-CONTA-BUSCA
           PERFORM LOCALIZAR-CONTA-INF
           IF WK-IDX-ACHADO = ZEROS
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN RZO-CONTA-RAZAO = "DESP-JUROS" AND RZO-DC = "D"
                 ADD RZO-VALOR TO WK-INF-JUROS(WK-IDX-ACHADO)
              WHEN RZO-CONTA-RAZAO = "REC-JUROS-CHEQ" AND
                   RZO-DC = "C"
                 ADD RZO-VALOR TO WK-INF-JUROS-CHEQUE(WK-IDX-ACHADO)
              WHEN RZO-CONTA-RAZAO = "REC-TARIFAS" AND RZO-DC = "C"
                 ADD RZO-VALOR TO WK-INF-TARIFAS(WK-IDX-ACHADO)
      *>ESTORNO DE TARIFA DEBITA A RECEITA: ABATE DO TOTAL PAGO
              WHEN RZO-CONTA-RAZAO = "REC-TARIFAS" AND RZO-DC = "D"
                 SUBTRACT RZO-VALOR
                     FROM WK-INF-TARIFAS(WK-IDX-ACHADO)
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE
           IF RZO-TIPO-MOV = "AJUSTE-MES"
              MOVE "S" TO WK-INF-NO-RAZAO(WK-IDX-ACHADO)
           END-IF.

      *>--BUSCA BINÁRIA DA CONTA NA TABELA (CARREGADA NA ORDEM DA
      *>--CHAVE DO CADASTRO)--
       LOCALIZAR-CONTA-INF.
           MOVE ZEROS TO WK-IDX-ACHADO
           MOVE 1 TO WK-IDX-INICIO
           MOVE WK-QTD-CONTAS TO WK-IDX-FIM
           PERFORM UNTIL WK-IDX-INICIO > WK-IDX-FIM
                      OR WK-IDX-ACHADO NOT = ZEROS
              COMPUTE WK-IDX-MEIO = (WK-IDX-INICIO + WK-IDX-FIM) / 2
              EVALUATE TRUE
                 WHEN WK-INF-NUM-CONTA(WK-IDX-MEIO) = WK-CONTA-BUSCA
                    MOVE WK-IDX-MEIO TO WK-IDX-ACHADO
                 WHEN WK-INF-NUM-CONTA(WK-IDX-MEIO) < WK-CONTA-BUSCA
                    COMPUTE WK-IDX-INICIO = WK-IDX-MEIO + 1
                 WHEN OTHER
                    IF WK-IDX-MEIO = 1
                       MOVE ZEROS TO WK-IDX-FIM
                    ELSE
                       COMPUTE WK-IDX-FIM = WK-IDX-MEIO - 1
                    END-IF
              END-EVALUATE
           END-PERFORM.

      *>---O TITULAR DE CADA CONTA E, DO CADASTRO DE TITULARES, OS
      *>---CO-TITULARES DAS CONTAS QUE ENTRAM NO INFORME; CONTA SEM
      *>---PARTIDA DE AJUSTE NO RAZÃO USA O AJUSTE-MES DO EXTRATO
      *>---(CRÉDITO COMO JUROS, DÉBITO COMO TARIFA)---
       CARREGAR-VINCULOS.
           MOVE ZEROS TO WK-QTD-VINCULOS
           PERFORM VARYING WK-IDX FROM 1 BY 1
                     UNTIL WK-IDX > WK-QTD-CONTAS
              IF WK-INF-NO-RAZAO(WK-IDX) = "N" AND
                 (WK-INF-AJUSTE-CRED(WK-IDX) NOT = ZEROS OR
                  WK-INF-AJUSTE-DEB(WK-IDX) NOT = ZEROS)
                 ADD 1 TO WK-TOTAL-SEM-RAZAO
                 ADD WK-INF-AJUSTE-CRED(WK-IDX)
                                         TO WK-INF-JUROS(WK-IDX)
                 ADD WK-INF-AJUSTE-DEB(WK-IDX)
                                         TO WK-INF-TARIFAS(WK-IDX)
              END-IF
              MOVE WK-INF-CPF(WK-IDX) TO WK-CPF-INFORME
              MOVE WK-IDX TO WK-IDX-ACHADO
              MOVE "TITULAR" TO WK-PAPEL-VINCULO
              PERFORM INCLUIR-VINCULO
           END-PERFORM
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
                    MOVE TIT-NUM-CONTA TO WK-CONTA-BUSCA
                    PERFORM LOCALIZAR-CONTA-INF
                    IF WK-IDX-ACHADO NOT = ZEROS
                       MOVE TIT-CPF TO WK-CPF-INFORME
                       IF TIT-PAPEL = "E"
                          MOVE "CO-TITULAR E" TO WK-PAPEL-VINCULO
                       ELSE
                          MOVE "CO-TITULAR OU" TO WK-PAPEL-VINCULO
                       END-IF
                       PERFORM INCLUIR-VINCULO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-TITULARES.

       INCLUIR-VINCULO.
           IF WK-QTD-VINCULOS NOT < 10000
              SET VINCULOS-ESTOURADOS TO TRUE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WK-QTD-VINCULOS
           MOVE WK-CPF-INFORME TO WK-VIN-CPF(WK-QTD-VINCULOS)
           MOVE WK-IDX-ACHADO  TO WK-VIN-IDX-CONTA(WK-QTD-VINCULOS)
           MOVE "N"            TO WK-VIN-TRATADO(WK-QTD-VINCULOS)
           MOVE WK-PAPEL-VINCULO TO WK-VIN-PAPEL(WK-QTD-VINCULOS).

      *>---UM INFORME POR CPF: O PRIMEIRO VÍNCULO AINDA NÃO TRATADO
      *>---DÁ O CPF E TODOS OS VÍNCULOS DELE SAEM NO MESMO ARQUIVO;
      *>---O TOTAL DO RESUMO SOMA CADA CONTA UMA VEZ SÓ---
       EMITIR-INFORMES.
           MOVE SPACES TO WK-NOME-RESUMO
           STRING "infresumo" WK-ANO-BASE ".txt"
                  DELIMITED BY SIZE INTO WK-NOME-RESUMO
           OPEN OUTPUT ARQUIVO-RESUMO
           MOVE SPACES TO REGISTRO-RESUMO
           STRING "========== COBANKO - RESUMO DOS INFORMES DE"
                  " RENDIMENTOS - ANO-BASE " WK-ANO-BASE
                  " =========="
                  DELIMITED BY SIZE INTO REGISTRO-RESUMO
           WRITE REGISTRO-RESUMO
           MOVE SPACES TO REGISTRO-RESUMO
           STRING "CPF         NOME                           CONTAS"
                  "  SALDO 31/12 ANT.  SALDO 31/12 BASE"
                  "  JUROS CRED.     TARIFAS  JUROS CHEQ."
                  DELIMITED BY SIZE INTO REGISTRO-RESUMO
           WRITE REGISTRO-RESUMO
           MOVE "N" TO FLAG-CLIENTES-STATUS
           OPEN INPUT ARQUIVO-CLIENTES
           IF FILE-STATUS-CLIENTES = "00"
              SET CLIENTES-DISPONIVEIS TO TRUE
           END-IF
           PERFORM VARYING WK-IDX-CPF FROM 1 BY 1
                     UNTIL WK-IDX-CPF > WK-QTD-VINCULOS
              IF WK-VIN-TRATADO(WK-IDX-CPF) = "N"
                 PERFORM EMITIR-INFORME-CPF
              END-IF
           END-PERFORM
           IF CLIENTES-DISPONIVEIS
              CLOSE ARQUIVO-CLIENTES
           END-IF
           PERFORM VARYING WK-IDX FROM 1 BY 1
                     UNTIL WK-IDX > WK-QTD-CONTAS
              ADD 1 TO WK-TOTAL-CONTAS-INF
              ADD WK-INF-SALDO-ANT(WK-IDX)    TO WK-TOT-SALDO-ANT
              ADD WK-INF-SALDO-BASE(WK-IDX)   TO WK-TOT-SALDO-BASE
              ADD WK-INF-JUROS(WK-IDX)        TO WK-TOT-JUROS
              ADD WK-INF-TARIFAS(WK-IDX)      TO WK-TOT-TARIFAS
              ADD WK-INF-JUROS-CHEQUE(WK-IDX) TO WK-TOT-JUROS-CHEQUE
           END-PERFORM
           MOVE ALL "-" TO REGISTRO-RESUMO
           WRITE REGISTRO-RESUMO
           MOVE ZEROS TO RES-CPF
           MOVE "TOTAL POR CONTA (SEM REPETIR)" TO RES-NOME
           MOVE WK-TOTAL-CONTAS-INF TO RES-QTD-CONTAS
           MOVE WK-TOT-SALDO-ANT    TO RES-SALDO-ANT
           MOVE WK-TOT-SALDO-BASE   TO RES-SALDO-BASE
           MOVE WK-TOT-JUROS        TO RES-JUROS
           MOVE WK-TOT-TARIFAS      TO RES-TARIFAS
           MOVE WK-TOT-JUROS-CHEQUE TO RES-JUROS-CHEQUE
           MOVE LINHA-RESUMO TO REGISTRO-RESUMO
           WRITE REGISTRO-RESUMO
           CLOSE ARQUIVO-RESUMO.

       EMITIR-INFORME-CPF.
           MOVE WK-VIN-CPF(WK-IDX-CPF) TO WK-CPF-INFORME
           MOVE ZEROS TO WK-QTD-CONTAS-CPF
           MOVE ZEROS TO WK-CPF-SALDO-ANT
           MOVE ZEROS TO WK-CPF-SALDO-BASE
           MOVE ZEROS TO WK-CPF-JUROS
           MOVE ZEROS TO WK-CPF-TARIFAS
           MOVE ZEROS TO WK-CPF-JUROS-CHEQUE
           PERFORM ABRIR-INFORME-IMPRESSO
           PERFORM VARYING WK-IDX-VINC FROM WK-IDX-CPF BY 1
                     UNTIL WK-IDX-VINC > WK-QTD-VINCULOS
              IF WK-VIN-CPF(WK-IDX-VINC) = WK-CPF-INFORME
                 MOVE "S" TO WK-VIN-TRATADO(WK-IDX-VINC)
                 PERFORM GRAVAR-BLOCO-CONTA
              END-IF
           END-PERFORM
           PERFORM ENCERRAR-INFORME-IMPRESSO
           ADD 1 TO WK-TOTAL-INFORMES
           MOVE WK-CPF-INFORME      TO RES-CPF
           MOVE WK-NOME-CLIENTE     TO RES-NOME
           MOVE WK-QTD-CONTAS-CPF   TO RES-QTD-CONTAS
           MOVE WK-CPF-SALDO-ANT    TO RES-SALDO-ANT
           MOVE WK-CPF-SALDO-BASE   TO RES-SALDO-BASE
           MOVE WK-CPF-JUROS        TO RES-JUROS
           MOVE WK-CPF-TARIFAS      TO RES-TARIFAS
           MOVE WK-CPF-JUROS-CHEQUE TO RES-JUROS-CHEQUE
           MOVE LINHA-RESUMO TO REGISTRO-RESUMO
           WRITE REGISTRO-RESUMO.

      *>--ABRE O ARQUIVO DO CPF E ESCREVE O CABEÇALHO COM OS DADOS
      *>--DO CADASTRO DE CLIENTES; CPF SEM CADASTRO SAI COM O NOME
      *>--DA PRIMEIRA CONTA DELE--
       ABRIR-INFORME-IMPRESSO.
           MOVE WK-CPF-INFORME TO WK-CPF-EXIB
           MOVE SPACES TO WK-NOME-IMPRESSO
           STRING "inf" WK-CPF-EXIB "-" WK-ANO-BASE ".txt"
                  DELIMITED BY SIZE INTO WK-NOME-IMPRESSO
           OPEN OUTPUT ARQUIVO-IMPRESSO
           MOVE "======= COBANKO - INFORME DE RENDIMENTOS ======="
                                                   TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE SPACES TO LINHA-TEXTO
           STRING "ANO-CALENDARIO: " WK-ANO-BASE
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE WK-VIN-IDX-CONTA(WK-IDX-CPF) TO WK-IDX
           MOVE WK-INF-NOME(WK-IDX) TO WK-NOME-CLIENTE
           MOVE WK-CPF-INFORME TO CLI-CPF
           IF CLIENTES-DISPONIVEIS
              READ ARQUIVO-CLIENTES
                  INVALID KEY
                      MOVE SPACES TO CLI-ENDERECO
                  NOT INVALID KEY
                      MOVE CLI-NOME TO WK-NOME-CLIENTE
              END-READ
           END-IF
           MOVE SPACES TO LINHA-TEXTO
           STRING "CLIENTE: " WK-NOME-CLIENTE "  CPF: " WK-CPF-EXIB
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           IF CLIENTES-DISPONIVEIS AND FILE-STATUS-CLIENTES = "00"
              MOVE SPACES TO LINHA-TEXTO
              STRING "ENDERECO: " CLI-ENDERECO
                     DELIMITED BY SIZE INTO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
              MOVE SPACES TO LINHA-TEXTO
              STRING "CIDADE/UF: " CLI-CIDADE " " CLI-UF
                     "  CEP: " CLI-CEP
                     DELIMITED BY SIZE INTO LINHA-TEXTO
              PERFORM GRAVAR-LINHA-TEXTO
           END-IF
           MOVE ALL "-" TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO.

       GRAVAR-BLOCO-CONTA.
           MOVE WK-VIN-IDX-CONTA(WK-IDX-VINC) TO WK-IDX
           ADD 1 TO WK-QTD-CONTAS-CPF
           ADD WK-INF-SALDO-ANT(WK-IDX)    TO WK-CPF-SALDO-ANT
           ADD WK-INF-SALDO-BASE(WK-IDX)   TO WK-CPF-SALDO-BASE
           ADD WK-INF-JUROS(WK-IDX)        TO WK-CPF-JUROS
           ADD WK-INF-TARIFAS(WK-IDX)      TO WK-CPF-TARIFAS
           ADD WK-INF-JUROS-CHEQUE(WK-IDX) TO WK-CPF-JUROS-CHEQUE
           MOVE SPACES TO LINHA-TEXTO
           STRING "CONTA: " WK-INF-NUM-CONTA(WK-IDX)
                  "  TIPO: " WK-INF-TIPO-CONTA(WK-IDX)
                  "  VINCULO: " WK-VIN-PAPEL(WK-IDX-VINC)
                  "  SITUACAO: " WK-INF-STATUS(WK-IDX)
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE WK-INF-SALDO-ANT(WK-IDX) TO WK-VALOR-EDITADO
           MOVE SPACES TO LINHA-TEXTO
           STRING "  SALDO EM 31/12/" WK-ANO-ANTERIOR
                  "............: " WK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE WK-INF-SALDO-BASE(WK-IDX) TO WK-VALOR-EDITADO
           MOVE SPACES TO LINHA-TEXTO
           STRING "  SALDO EM 31/12/" WK-ANO-BASE
                  "............: " WK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE WK-INF-JUROS(WK-IDX) TO WK-VALOR-EDITADO
           MOVE SPACES TO LINHA-TEXTO
           STRING "  RENDIMENTOS (JUROS CREDITADOS): "
                  WK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE WK-INF-TARIFAS(WK-IDX) TO WK-VALOR-EDITADO
           MOVE SPACES TO LINHA-TEXTO
           STRING "  TARIFAS COBRADAS..............: "
                  WK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE WK-INF-JUROS-CHEQUE(WK-IDX) TO WK-VALOR-EDITADO
           MOVE SPACES TO LINHA-TEXTO
           STRING "  JUROS DE CHEQUE ESPECIAL......: "
                  WK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO.

       ENCERRAR-INFORME-IMPRESSO.
           MOVE ALL "-" TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE WK-CPF-JUROS TO WK-VALOR-EDITADO
           MOVE SPACES TO LINHA-TEXTO
           STRING "TOTAL DE RENDIMENTOS............: "
                  WK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE WK-CPF-TARIFAS TO WK-VALOR-EDITADO
           MOVE SPACES TO LINHA-TEXTO
           STRING "TOTAL DE TARIFAS................: "
                  WK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE WK-CPF-JUROS-CHEQUE TO WK-VALOR-EDITADO
           MOVE SPACES TO LINHA-TEXTO
           STRING "TOTAL DE JUROS DE CHEQUE........: "
                  WK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           CLOSE ARQUIVO-IMPRESSO.

       GRAVAR-LINHA-TEXTO.
           MOVE LINHA-TEXTO TO REGISTRO-IMPRESSO
           WRITE REGISTRO-IMPRESSO.
