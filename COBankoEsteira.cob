      *>-----------------IDENTIFICAÇÃO------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBankoEsteira.
       AUTHOR.        WESLEY A. M.
      *>-----------------AMBIENTE----------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CTRL-DIA ASSIGN TO "diactl.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-CTRL-DIA.
      *>CONTROLE DE PASSOS DA ESTEIRA: UM REGISTRO POR EXECUÇÃO DE
      *>PASSO (DIA DO MOVIMENTO, PROGRAMA, INÍCIO, FIM E RETORNO),
      *>SÓ ACRESCENTADO, NA ORDEM EM QUE OS PASSOS RODARAM
           SELECT ARQUIVO-ESTEIRA ASSIGN TO "esteira.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-ESTEIRA.
      *>LOG IMPRESSO DA ESTEIRA DO DIA PARA O TURNO DA MANHÃ
      *>(esteiraAAAAMMDD.txt), REFEITO A CADA EXECUÇÃO
           SELECT ARQUIVO-IMPRESSO ASSIGN TO WK-NOME-IMPRESSO
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FILE-STATUS-IMPRESSO.
      *>------------------DADOS-------------------------
       DATA DIVISION.

       FILE SECTION.
       FD ARQUIVO-CTRL-DIA.
       01 REGISTRO-CTRL-DIA.
           05 DIA-DATA            PIC X(8).
           05 DIA-SITUACAO        PIC X(1).

       FD ARQUIVO-ESTEIRA.
       01 REGISTRO-ESTEIRA.
           05 ESC-DATA-MOVIMENTO  PIC X(8).
           05 ESC-PASSO           PIC 9(2).
           05 ESC-PROGRAMA        PIC X(21).
           05 ESC-INICIO          PIC X(14).
           05 ESC-FIM             PIC X(14).
           05 ESC-RETORNO         PIC 9(3).
      *>C = CONCLUÍDO (RETORNO ZERO), F = FALHOU
           05 ESC-SITUACAO        PIC X(1).

       FD ARQUIVO-IMPRESSO.
       01 REGISTRO-IMPRESSO      PIC X(100).

       WORKING-STORAGE SECTION.
      *>----------VARIÁVEIS------------
       01 FILE-STATUS-CTRL-DIA  PIC XX.
       01 FILE-STATUS-ESTEIRA   PIC XX.
       01 FILE-STATUS-IMPRESSO  PIC XX.
       01 DATA-COMPLETA         PIC X(20).
      *>-------PASSOS DA ESTEIRA, NA ORDEM DE EXECUÇÃO: PROGRAMA,
      *>-------JANELA (N = NOITE, M = MANHÃ SEGUINTE), SÓ NO
      *>-------FECHAMENTO DO MÊS (S/N) E ENTRADA QUE O PROGRAMA
      *>-------PEDE NO TERMINAL (D = DATA DO MOVIMENTO DDMMAAAA,
      *>-------C = COMPETÊNCIA AAAAMM, BRANCO = NENHUMA OU O
      *>-------PRÓPRIO OPERADOR RESPONDE). A INTEGRIDADE DOS
      *>-------CADASTROS VEM PRIMEIRO, ANTES DE QUALQUER LOTE QUE
      *>-------MOVIMENTA DINHEIRO; LIQUIDAÇÃO, PAGAMENTOS E JUROS
      *>-------LANÇAM MOVIMENTO E RODAM COM O DIA AINDA ABERTO,
      *>-------ANTES DO FECHAMENTO DO DIA-------
       01 WK-TABELA-PASSOS-VALORES.
           05 FILLER PIC X(24) VALUE
                     "COBankoIntegridade   NN ".
           05 FILLER PIC X(24) VALUE
                     "COBankoLiquidacao    NN ".
           05 FILLER PIC X(24) VALUE
                     "COBankoPagamentos    NN ".
           05 FILLER PIC X(24) VALUE
                     "COBankoJurosMensal   NSC".
           05 FILLER PIC X(24) VALUE
                     "COBankoFechaDia      NN ".
           05 FILLER PIC X(24) VALUE
                     "COBankoConciliacao   NN ".
           05 FILLER PIC X(24) VALUE
                     "COBankoBalancete     NND".
           05 FILLER PIC X(24) VALUE
                     "COBankoFechamento    NN ".
           05 FILLER PIC X(24) VALUE
                     "COBankoDormencia     NN ".
           05 FILLER PIC X(24) VALUE
                     "COBankoExtratoMensal NSC".
           05 FILLER PIC X(24) VALUE
                     "COBankoAbreDia       MN ".
           05 FILLER PIC X(24) VALUE
                     "COBankoLiberaRetencaoMN ".
           05 FILLER PIC X(24) VALUE
                     "COBankoAgendamentos  MN ".
           05 FILLER PIC X(24) VALUE
                     "COBankoEmprestimos   MN ".
       01 WK-TABELA-PASSOS REDEFINES WK-TABELA-PASSOS-VALORES.
           05 WK-PASSO OCCURS 14 TIMES.
              10 WK-PAS-PROGRAMA  PIC X(21).
              10 WK-PAS-JANELA    PIC X(1).
              10 WK-PAS-MENSAL    PIC X(1).
              10 WK-PAS-ENTRADA   PIC X(1).
       01 WK-QTD-PASSOS         PIC 9(2) VALUE 14.
      *>-------SITUAÇÃO DE CADA PASSO NO DIA DA ESTEIRA-------
       01 WK-SITUACAO-PASSOS.
           05 WK-PAS-SITUACAO OCCURS 14 TIMES.
      *>S = CONCLUÍDO EM ALGUMA EXECUÇÃO, F = ÚLTIMA TENTATIVA
      *>FALHOU, N = NÃO RODOU
              10 WK-PAS-CONCLUIDO PIC X(1).
       01 WK-IDX                PIC 9(2) COMP.
       01 WK-IDX-PENDENTE       PIC 9(2) COMP.
       01 WK-PASSO-EXIBIDO      PIC 9(2).
      *>-------DIA DA ESTEIRA E DIA OPERACIONAL DO CONTROLE-------
       01 WK-DATA-ESTEIRA       PIC X(8) VALUE SPACES.
       01 WK-DATA-DIA           PIC X(8) VALUE SPACES.
       01 WK-SITUACAO-DIA       PIC X(1) VALUE SPACES.
       01 WK-DATA-NUM           PIC 9(8).
       01 WK-DIA-INTEIRO        PIC 9(7).
       01 WK-DIA-SEMANA         PIC 9(1).
       01 WK-PROXIMO-DIA-UTIL   PIC 9(8).
       01 WK-PROXIMO-DIA-X REDEFINES WK-PROXIMO-DIA-UTIL
                                PIC X(8).
       01 FLAG-FIM-DE-MES       PIC X VALUE "N".
           88 FECHAMENTO-DO-MES    VALUE "S".
      *>-------CONTROLE DA EXECUÇÃO-------
       01 FLAG-ESTEIRA-STATUS   PIC X VALUE "N".
           88 ESTEIRA-LIBERADA     VALUE "S".
           88 ESTEIRA-INTERROMPIDA VALUE "F".
       01 WK-JANELA-ATUAL       PIC X(1).
           88 JANELA-DA-MANHA      VALUE "M".
       01 WK-RESPOSTA           PIC X(1).
       01 WK-RETORNO-ESTEIRA    PIC 9(1) VALUE 0.
      *>-------EXECUÇÃO DE UM PASSO-------
       01 WK-COMANDO            PIC X(80).
       01 WK-RETORNO-SISTEMA    PIC S9(9) COMP.
       01 WK-RETORNO-PASSO      PIC 9(3).
       01 WK-RETORNO-SINAL      PIC 9(3).
       01 WK-INICIO-PASSO       PIC X(14).
       01 WK-FIM-PASSO          PIC X(14).
      *>-------LOG IMPRESSO-------
       01 WK-NOME-IMPRESSO      PIC X(19).
       01 LINHA-TEXTO           PIC X(100).
       01 LINHA-PASSO.
           05 FILLER          PIC X(6)  VALUE "PASSO ".
           05 LPS-PASSO       PIC 9(2).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LPS-PROGRAMA    PIC X(22).
           05 LPS-INICIO      PIC X(19).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LPS-FIM         PIC X(19).
           05 FILLER          PIC X(4)  VALUE " RC ".
           05 LPS-RETORNO     PIC ZZ9.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LPS-SITUACAO    PIC X(23).
       01 WK-DATA-HORA-EDITADA  PIC X(19).
      *>EOF-FIM DO ARQUIVO
       01 EOF-FLAG              PIC X VALUE "N".
           88 FIM-ARQUIVO        VALUE "S".

      *>--------------------LÓGICA----------------------
       PROCEDURE DIVISION.
      *>---ESTEIRA NOTURNA: RODA OS PASSOS DO DIA NA ORDEM DO
      *>---ROTEIRO, REGISTRA CADA UM NO CONTROLE DE PASSOS E PARA
      *>---NO PRIMEIRO QUE DEVOLVER RETORNO DIFERENTE DE ZERO. UMA
      *>---NOVA EXECUÇÃO RETOMA DO PASSO QUE FALHOU SEM REPETIR OS
      *>---JÁ CONCLUÍDOS. CADA EXECUÇÃO RODA UMA JANELA: A DA NOITE
      *>---TERMINA NO FECHAMENTO; A DA MANHÃ ABRE O DIA SEGUINTE---
       MAIN-PROCEDURE.
           PERFORM CARREGAR-ESTEIRA
           PERFORM DEFINIR-DIA-ESTEIRA
           IF ESTEIRA-LIBERADA
              PERFORM EXECUTAR-JANELA
           END-IF
           IF WK-DATA-ESTEIRA NOT = SPACES
              PERFORM EMITIR-LOG-ESTEIRA
           END-IF
           MOVE WK-RETORNO-ESTEIRA TO RETURN-CODE
           STOP RUN.

      *>---LÊ O CONTROLE DE PASSOS: O ÚLTIMO DIA REGISTRADO É O DA
      *>---ESTEIRA MAIS RECENTE, E OS PASSOS CONCLUÍDOS NELE NÃO
      *>---RODAM DE NOVO---
       CARREGAR-ESTEIRA.
           PERFORM LIMPAR-SITUACAO-PASSOS
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARQUIVO-ESTEIRA
           IF FILE-STATUS-ESTEIRA = "35"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-ESTEIRA
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    IF ESC-DATA-MOVIMENTO NOT = WK-DATA-ESTEIRA
                       MOVE ESC-DATA-MOVIMENTO TO WK-DATA-ESTEIRA
                       PERFORM LIMPAR-SITUACAO-PASSOS
                    END-IF
                    PERFORM MARCAR-PASSO-REGISTRADO
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-ESTEIRA.

      *>--O PASSO É RECONHECIDO PELO NOME DO PROGRAMA; UM SUCESSO
      *>--VALE PARA O DIA INTEIRO, MESMO QUE HAJA FALHA ANTERIOR--
       MARCAR-PASSO-REGISTRADO.
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WK-QTD-PASSOS
              IF WK-PAS-PROGRAMA(WK-IDX) = ESC-PROGRAMA
                 IF ESC-SITUACAO = "C"
                    MOVE "S" TO WK-PAS-CONCLUIDO(WK-IDX)
                 ELSE
                    IF WK-PAS-CONCLUIDO(WK-IDX) NOT = "S"
                       MOVE "F" TO WK-PAS-CONCLUIDO(WK-IDX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       LIMPAR-SITUACAO-PASSOS.
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WK-QTD-PASSOS
              MOVE "N" TO WK-PAS-CONCLUIDO(WK-IDX)
           END-PERFORM.

      *>---ESTEIRA ANTERIOR COM PASSO PENDENTE É RETOMADA; SE ELA
      *>---TERMINOU, UMA ESTEIRA NOVA SÓ COMEÇA COM UM DIA
      *>---OPERACIONAL POSTERIOR AINDA ABERTO NO CONTROLE---
       DEFINIR-DIA-ESTEIRA.
           IF WK-DATA-ESTEIRA NOT = SPACES
              PERFORM VERIFICAR-FIM-DE-MES
              PERFORM LOCALIZAR-PASSO-PENDENTE
              IF WK-IDX-PENDENTE > 0
                 DISPLAY "RETOMANDO A ESTEIRA DO DIA "
                    WK-DATA-ESTEIRA(7:2) "/" WK-DATA-ESTEIRA(5:2)
                    "/" WK-DATA-ESTEIRA(1:4) "."
                 SET ESTEIRA-LIBERADA TO TRUE
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           PERFORM LER-DIA-OPERACIONAL
           IF WK-DATA-DIA = SPACES
              DISPLAY "CONTROLE DO DIA INEXISTENTE — NENHUM DIA FOI"
                 " ABERTO AINDA."
              MOVE 1 TO WK-RETORNO-ESTEIRA
              EXIT PARAGRAPH
           END-IF.
           IF WK-DATA-ESTEIRA NOT = SPACES AND
              WK-DATA-DIA NOT > WK-DATA-ESTEIRA
              DISPLAY "ESTEIRA DO DIA "
                 WK-DATA-ESTEIRA(7:2) "/" WK-DATA-ESTEIRA(5:2)
                 "/" WK-DATA-ESTEIRA(1:4)
                 " JÁ CONCLUÍDA — NADA A EXECUTAR."
              EXIT PARAGRAPH
           END-IF.
           IF WK-SITUACAO-DIA NOT = "A"
              DISPLAY "DIA " WK-DATA-DIA " FECHADO FORA DA ESTEIRA"
                 " — CONCLUA OS PASSOS RESTANTES MANUALMENTE."
              MOVE 1 TO WK-RETORNO-ESTEIRA
              EXIT PARAGRAPH
           END-IF.
           MOVE WK-DATA-DIA TO WK-DATA-ESTEIRA
           PERFORM LIMPAR-SITUACAO-PASSOS
           PERFORM VERIFICAR-FIM-DE-MES
           PERFORM LOCALIZAR-PASSO-PENDENTE
           DISPLAY "NOVA ESTEIRA DO DIA "
              WK-DATA-ESTEIRA(7:2) "/" WK-DATA-ESTEIRA(5:2)
              "/" WK-DATA-ESTEIRA(1:4) "."
           SET ESTEIRA-LIBERADA TO TRUE.

      *>--O DIA DA ESTEIRA FECHA O MÊS QUANDO O PRÓXIMO DIA ÚTIL
      *>--(PULANDO SÁBADO E DOMINGO; O DIA 1 DO CALENDÁRIO INTEIRO,
      *>--01/01/1601, CAIU NUMA SEGUNDA-FEIRA) JÁ É DE OUTRO MÊS--
       VERIFICAR-FIM-DE-MES.
           MOVE "N" TO FLAG-FIM-DE-MES
           MOVE WK-DATA-ESTEIRA TO WK-DATA-NUM
           COMPUTE WK-DIA-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(WK-DATA-NUM)
           MOVE 5 TO WK-DIA-SEMANA
           PERFORM UNTIL WK-DIA-SEMANA < 5
              ADD 1 TO WK-DIA-INTEIRO
              COMPUTE WK-DIA-SEMANA =
                      FUNCTION MOD(WK-DIA-INTEIRO - 1, 7)
           END-PERFORM
           COMPUTE WK-PROXIMO-DIA-UTIL =
                   FUNCTION DATE-OF-INTEGER(WK-DIA-INTEIRO)
           IF WK-PROXIMO-DIA-X(5:2) NOT = WK-DATA-ESTEIRA(5:2)
              SET FECHAMENTO-DO-MES TO TRUE
           END-IF.

      *>--PRIMEIRO PASSO DO ROTEIRO AINDA NÃO CONCLUÍDO (OS DO
      *>--FECHAMENTO DO MÊS SÓ CONTAM NO ÚLTIMO DIA ÚTIL); ZERO
      *>--QUANDO A ESTEIRA DO DIA TERMINOU--
       LOCALIZAR-PASSO-PENDENTE.
           MOVE 0 TO WK-IDX-PENDENTE
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WK-QTD-PASSOS
                      OR WK-IDX-PENDENTE > 0
              IF WK-PAS-CONCLUIDO(WK-IDX) NOT = "S" AND
                 (WK-PAS-MENSAL(WK-IDX) = "N" OR FECHAMENTO-DO-MES)
                 MOVE WK-IDX TO WK-IDX-PENDENTE
              END-IF
           END-PERFORM.

      *>---RODA OS PASSOS PENDENTES DA JANELA DO PRIMEIRO PASSO
      *>---PENDENTE, ATÉ O FIM DA JANELA OU ATÉ UM PASSO FALHAR. A
      *>---JANELA DA MANHÃ ABRE O DIA E PEDE CONFIRMAÇÃO, PARA QUE
      *>---UMA SEGUNDA EXECUÇÃO NA MESMA NOITE NÃO ABRA O DIA---
       EXECUTAR-JANELA.
           MOVE WK-PAS-JANELA(WK-IDX-PENDENTE) TO WK-JANELA-ATUAL
           IF JANELA-DA-MANHA
              DISPLAY "JANELA DA NOITE CONCLUÍDA. RODAR AGORA A"
                 " JANELA DA MANHÃ (ABERTURA DO DIA)? (S/N): "
              ACCEPT WK-RESPOSTA
              IF WK-RESPOSTA NOT = "S" AND WK-RESPOSTA NOT = "s"
                 DISPLAY "JANELA DA MANHÃ NÃO EXECUTADA."
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           PERFORM VARYING WK-IDX FROM WK-IDX-PENDENTE BY 1
                   UNTIL WK-IDX > WK-QTD-PASSOS
                      OR ESTEIRA-INTERROMPIDA
              IF WK-PAS-JANELA(WK-IDX) = WK-JANELA-ATUAL AND
                 WK-PAS-CONCLUIDO(WK-IDX) NOT = "S" AND
                 (WK-PAS-MENSAL(WK-IDX) = "N" OR FECHAMENTO-DO-MES)
                 PERFORM EXECUTAR-PASSO
              END-IF
           END-PERFORM
           IF ESTEIRA-INTERROMPIDA
              DISPLAY "ESTEIRA INTERROMPIDA — CORRIJA O PASSO COM"
                 " FALHA E RODE A ESTEIRA DE NOVO."
              EXIT PARAGRAPH
           END-IF.
           IF JANELA-DA-MANHA
              DISPLAY "ESTEIRA DO DIA "
                 WK-DATA-ESTEIRA(7:2) "/" WK-DATA-ESTEIRA(5:2)
                 "/" WK-DATA-ESTEIRA(1:4) " CONCLUÍDA."
           ELSE
              DISPLAY "JANELA DA NOITE CONCLUÍDA — A ABERTURA DO DIA"
                 " SEGUINTE RODA PELA MANHÃ."
           END-IF.

      *>--RODA O PROGRAMA DO PASSO COMO PROCESSO PRÓPRIO E GRAVA O
      *>--RESULTADO NO CONTROLE. O RETORNO DO SISTEMA TRAZ O
      *>--RETURN-CODE DO PASSO NO BYTE ALTO; BYTE BAIXO DIFERENTE
      *>--DE ZERO (PROCESSO DERRUBADO) OU RETORNO NEGATIVO (NÃO
      *>--FOI POSSÍVEL RODAR) CONTAM COMO FALHA 999--
       EXECUTAR-PASSO.
           MOVE WK-IDX TO WK-PASSO-EXIBIDO
           PERFORM MONTAR-COMANDO-PASSO
           DISPLAY "===== PASSO " WK-PASSO-EXIBIDO " ===== "
              WK-PAS-PROGRAMA(WK-IDX)
           MOVE FUNCTION CURRENT-DATE TO DATA-COMPLETA
           MOVE DATA-COMPLETA(1:14) TO WK-INICIO-PASSO
           CALL "SYSTEM" USING WK-COMANDO
           MOVE RETURN-CODE TO WK-RETORNO-SISTEMA
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO DATA-COMPLETA
           MOVE DATA-COMPLETA(1:14) TO WK-FIM-PASSO
           IF WK-RETORNO-SISTEMA < 0
              MOVE 999 TO WK-RETORNO-PASSO
           ELSE
              DIVIDE WK-RETORNO-SISTEMA BY 256
                 GIVING WK-RETORNO-PASSO
                 REMAINDER WK-RETORNO-SINAL
              IF WK-RETORNO-SINAL NOT = 0
                 MOVE 999 TO WK-RETORNO-PASSO
              END-IF
           END-IF
           MOVE WK-DATA-ESTEIRA         TO ESC-DATA-MOVIMENTO
           MOVE WK-PASSO-EXIBIDO        TO ESC-PASSO
           MOVE WK-PAS-PROGRAMA(WK-IDX) TO ESC-PROGRAMA
           MOVE WK-INICIO-PASSO         TO ESC-INICIO
           MOVE WK-FIM-PASSO            TO ESC-FIM
           MOVE WK-RETORNO-PASSO        TO ESC-RETORNO
           IF WK-RETORNO-PASSO = 0
              MOVE "C" TO ESC-SITUACAO
              MOVE "S" TO WK-PAS-CONCLUIDO(WK-IDX)
              DISPLAY "PASSO " WK-PASSO-EXIBIDO " CONCLUÍDO."
           ELSE
              MOVE "F" TO ESC-SITUACAO
              MOVE "F" TO WK-PAS-CONCLUIDO(WK-IDX)
              SET ESTEIRA-INTERROMPIDA TO TRUE
              MOVE 1 TO WK-RETORNO-ESTEIRA
              DISPLAY "PASSO " WK-PASSO-EXIBIDO " FALHOU — RETORNO "
                 WK-RETORNO-PASSO "."
           END-IF
           OPEN EXTEND ARQUIVO-ESTEIRA
           IF FILE-STATUS-ESTEIRA = "35"
              OPEN OUTPUT ARQUIVO-ESTEIRA
           END-IF
           WRITE REGISTRO-ESTEIRA
           CLOSE ARQUIVO-ESTEIRA.

      *>--PROGRAMAS QUE PEDEM DATA OU COMPETÊNCIA NO TERMINAL
      *>--RECEBEM A DO DIA DA ESTEIRA PELA ENTRADA PADRÃO; A
      *>--ABERTURA DO DIA CONTINUA PERGUNTANDO AO OPERADOR--
       MONTAR-COMANDO-PASSO.
           MOVE SPACES TO WK-COMANDO
           EVALUATE WK-PAS-ENTRADA(WK-IDX)
              WHEN "D"
                 STRING "echo " WK-DATA-ESTEIRA(7:2)
                        WK-DATA-ESTEIRA(5:2) WK-DATA-ESTEIRA(1:4)
                        " | ./" DELIMITED BY SIZE
                        WK-PAS-PROGRAMA(WK-IDX) DELIMITED BY SPACE
                        INTO WK-COMANDO
              WHEN "C"
                 STRING "echo " WK-DATA-ESTEIRA(1:6)
                        " | ./" DELIMITED BY SIZE
                        WK-PAS-PROGRAMA(WK-IDX) DELIMITED BY SPACE
                        INTO WK-COMANDO
              WHEN OTHER
                 STRING "./" DELIMITED BY SIZE
                        WK-PAS-PROGRAMA(WK-IDX) DELIMITED BY SPACE
                        INTO WK-COMANDO
           END-EVALUATE.

      *>---LOG IMPRESSO DA ESTEIRA DO DIA: TODAS AS TENTATIVAS
      *>---REGISTRADAS NO CONTROLE, OS PASSOS AINDA PENDENTES E A
      *>---SITUAÇÃO EM QUE A ESTEIRA FICOU---
       EMITIR-LOG-ESTEIRA.
           MOVE SPACES TO WK-NOME-IMPRESSO
           STRING "esteira" WK-DATA-ESTEIRA ".txt"
                  DELIMITED BY SIZE INTO WK-NOME-IMPRESSO
           OPEN OUTPUT ARQUIVO-IMPRESSO
           MOVE SPACES TO LINHA-TEXTO
           STRING "ESTEIRA NOTURNA DO DIA " WK-DATA-ESTEIRA(7:2) "/"
                  WK-DATA-ESTEIRA(5:2) "/" WK-DATA-ESTEIRA(1:4)
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE FUNCTION CURRENT-DATE TO DATA-COMPLETA
           MOVE DATA-COMPLETA(1:14) TO WK-INICIO-PASSO
           PERFORM EDITAR-DATA-HORA
           MOVE SPACES TO LINHA-TEXTO
           STRING "EMITIDO EM " WK-DATA-HORA-EDITADA
                  DELIMITED BY SIZE INTO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           IF FECHAMENTO-DO-MES
              MOVE "FECHAMENTO DO MES: SIM" TO LINHA-TEXTO
           ELSE
              MOVE "FECHAMENTO DO MES: NAO" TO LINHA-TEXTO
           END-IF
           PERFORM GRAVAR-LINHA-TEXTO
           MOVE ALL "-" TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           PERFORM IMPRIMIR-TENTATIVAS
           PERFORM IMPRIMIR-PENDENTES
           MOVE ALL "-" TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO
           PERFORM LOCALIZAR-PASSO-PENDENTE
           MOVE SPACES TO LINHA-TEXTO
           IF WK-IDX-PENDENTE = 0
              MOVE "SITUACAO: ESTEIRA CONCLUIDA" TO LINHA-TEXTO
           ELSE
              MOVE WK-IDX-PENDENTE TO WK-PASSO-EXIBIDO
              IF WK-PAS-CONCLUIDO(WK-IDX-PENDENTE) = "F"
                 STRING "SITUACAO: INTERROMPIDA NO PASSO "
                        WK-PASSO-EXIBIDO " " DELIMITED BY SIZE
                        WK-PAS-PROGRAMA(WK-IDX-PENDENTE)
                        DELIMITED BY SPACE
                        " - CORRIGIR E RODAR A ESTEIRA DE NOVO"
                        DELIMITED BY SIZE INTO LINHA-TEXTO
              ELSE
                 IF WK-PAS-JANELA(WK-IDX-PENDENTE) = "M"
                    STRING "SITUACAO: JANELA DA NOITE CONCLUIDA - "
                           "AGUARDANDO A ABERTURA DO DIA (PASSO "
                           WK-PASSO-EXIBIDO ")"
                           DELIMITED BY SIZE INTO LINHA-TEXTO
                 ELSE
                    STRING "SITUACAO: AGUARDANDO O PASSO "
                           WK-PASSO-EXIBIDO " "
                           WK-PAS-PROGRAMA(WK-IDX-PENDENTE)
                           DELIMITED BY SIZE INTO LINHA-TEXTO
                 END-IF
              END-IF
           END-IF
           PERFORM GRAVAR-LINHA-TEXTO
           CLOSE ARQUIVO-IMPRESSO
           DISPLAY "LOG DA ESTEIRA GRAVADO EM " WK-NOME-IMPRESSO.

       IMPRIMIR-TENTATIVAS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARQUIVO-ESTEIRA
           IF FILE-STATUS-ESTEIRA = "35"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
              READ ARQUIVO-ESTEIRA
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    IF ESC-DATA-MOVIMENTO = WK-DATA-ESTEIRA
                       PERFORM IMPRIMIR-TENTATIVA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQUIVO-ESTEIRA.

       IMPRIMIR-TENTATIVA.
           MOVE ESC-PASSO    TO LPS-PASSO
           MOVE ESC-PROGRAMA TO LPS-PROGRAMA
           MOVE ESC-INICIO   TO WK-INICIO-PASSO
           PERFORM EDITAR-DATA-HORA
           MOVE WK-DATA-HORA-EDITADA TO LPS-INICIO
           MOVE ESC-FIM      TO WK-INICIO-PASSO
           PERFORM EDITAR-DATA-HORA
           MOVE WK-DATA-HORA-EDITADA TO LPS-FIM
           MOVE ESC-RETORNO  TO LPS-RETORNO
           IF ESC-SITUACAO = "C"
              MOVE "CONCLUIDO" TO LPS-SITUACAO
           ELSE
              MOVE "FALHOU" TO LPS-SITUACAO
           END-IF
           MOVE LINHA-PASSO TO LINHA-TEXTO
           PERFORM GRAVAR-LINHA-TEXTO.

      *>--PASSOS DO ROTEIRO QUE AINDA NÃO CONCLUÍRAM NO DIA; OS DO
      *>--FECHAMENTO DO MÊS APARECEM COMO FORA DO ROTEIRO NOS
      *>--DEMAIS DIAS--
       IMPRIMIR-PENDENTES.
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WK-QTD-PASSOS
              IF WK-PAS-CONCLUIDO(WK-IDX) NOT = "S"
                 MOVE WK-IDX TO WK-PASSO-EXIBIDO
                 MOVE SPACES TO LINHA-TEXTO
                 IF WK-PAS-MENSAL(WK-IDX) = "S" AND
                    NOT FECHAMENTO-DO-MES
                    STRING "PASSO " WK-PASSO-EXIBIDO " "
                           WK-PAS-PROGRAMA(WK-IDX)
                           " FORA DO ROTEIRO DO DIA (SO NO"
                           " FECHAMENTO DO MES)"
                           DELIMITED BY SIZE INTO LINHA-TEXTO
                 ELSE
                    STRING "PASSO " WK-PASSO-EXIBIDO " "
                           WK-PAS-PROGRAMA(WK-IDX) " PENDENTE"
                           DELIMITED BY SIZE INTO LINHA-TEXTO
                 END-IF
                 PERFORM GRAVAR-LINHA-TEXTO
              END-IF
           END-PERFORM.

      *>--AAAAMMDDHHMMSS -> DD/MM/AAAA HH:MM:SS--
       EDITAR-DATA-HORA.
           MOVE SPACES TO WK-DATA-HORA-EDITADA
           IF WK-INICIO-PASSO = SPACES
              EXIT PARAGRAPH
           END-IF.
           STRING WK-INICIO-PASSO(7:2) "/" WK-INICIO-PASSO(5:2) "/"
                  WK-INICIO-PASSO(1:4) " " WK-INICIO-PASSO(9:2) ":"
                  WK-INICIO-PASSO(11:2) ":" WK-INICIO-PASSO(13:2)
                  DELIMITED BY SIZE INTO WK-DATA-HORA-EDITADA.

       GRAVAR-LINHA-TEXTO.
           MOVE LINHA-TEXTO TO REGISTRO-IMPRESSO
           WRITE REGISTRO-IMPRESSO.

       LER-DIA-OPERACIONAL.
           MOVE SPACES TO WK-DATA-DIA
           MOVE SPACES TO WK-SITUACAO-DIA
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
