       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. CONTRATAEMPRESTIMO.
       AUTHOR. NAPOLEAO.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT CONTA-MASTER  ASSIGN TO "CONTAMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-STATUS-CONTA.
           SELECT EMPRESTIMOS  ASSIGN TO "EMPRESTIMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CONTRATO
               FILE STATUS IS WS-STATUS-EMPRESTIMO.
           SELECT PARCELAS  ASSIGN TO "PARCEMPR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-STATUS-PARCELA.
           SELECT LOG-MOVTO  ASSIGN TO "LOGMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.
           SELECT SESSAO  ASSIGN TO "OPERSESSAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.
      *CARTAO DE JANELA DE LOTE: A LIBERACAO CREDITA O CONTA-MASTER
      *NA HORA, ENTAO A CONTRATACAO NAO RODA COM A CADEIA NOTURNA EM
      *CURSO (MESMA REGRA DO MANUTENCAOSTATUS).
           SELECT JANELA-LOTE  ASSIGN TO "JANELALOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JANELA.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
      *CARTAO DE PARAMETROS DO EMPRESTIMO (O MESMO DO ATRASO NO
      *EMPRESTIMODIARIO): AQUI SO INTERESSA O TETO DA TAXA MENSAL.
           SELECT EMPREST-PARM  ASSIGN TO "EMPRESTPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
       DATA                            DIVISION.
       FILE SECTION.
       FD  CONTA-MASTER.
           COPY CONTACLI.
       FD  EMPRESTIMOS.
           COPY EMPRESTIMO.
       FD  PARCELAS.
           COPY PARCELA.
       FD  LOG-MOVTO.
           COPY LOGMOVTO.
       FD  SESSAO.
       01  REG-SESSAO.
           05  SS-OPERADOR      PICTURE X(8).
           05  SS-NIVEL         PICTURE 9(1).
       FD  JANELA-LOTE.
       01  REG-JANELA-LOTE.
           05  JN-DATA          PICTURE 9(8).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       FD  EMPREST-PARM.
       01  REG-EMPREST-PARM.
           05  EM-TAXA-MORA-DIA      PICTURE 9V9(4).
           05  EM-PCT-MULTA          PICTURE 9(2).
           05  EM-TAXA-MES-MAXIMA    PICTURE 9V9(4).
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA CONTRATA EMPRESTIMO PESSOAL PARA UMA CONTA
      *ATIVA: RECEBE PRINCIPAL, TAXA MENSAL, PRAZO E PRIMEIRO
      *VENCIMENTO, CALCULA A PARCELA FIXA PELA TABELA PRICE, GRAVA O
      *CONTRATO (EMPRESTIMO.DAT) COM O CRONOGRAMA (PARCEMPR.DAT) E
      *LIBERA O PRINCIPAL NA CONTA, LOGANDO O CREDITO COM A ORIGEM
      *"E". AS PARCELAS SAO COBRADAS NO LOTE PELO EMPRESTIMOCOBRA E
      *BAIXADAS PELO EMPRESTIMODIARIO.
       01  WRK-DATA-MOVTO       PICTURE 9(8)  VALUE ZERO.
       01  WRK-CONTA            PICTURE 9(6)  VALUE ZEROS.
       01  WRK-PRINCIPAL        PICTURE 9(7)V99 VALUE ZEROS.
       01  WRK-TAXA-MES         PICTURE 9V9(4) VALUE ZEROS.
       01  WRK-PRAZO            PICTURE 9(3)  VALUE ZEROS.
      *TETO DA TAXA MENSAL: DO EMPRESTPAR.DAT; SEM O CARTAO (OU COM
      *O CAMPO ZERADO) VALE 5% AO MES.
       01  WRK-TAXA-MES-MAXIMA  PICTURE 9V9(4) VALUE 0,0500.
       01  WRK-DATA-PRIM-VENCTO PICTURE 9(8)  VALUE ZEROS.
       01  WRK-CONFIRMA         PICTURE X(1)  VALUE "N".
       01  WRK-NIVEL            PICTURE 9(1)  VALUE 1.
       01  WRK-OPERADOR         PICTURE X(8)  VALUE SPACES.
       01  WRK-CONTRATO         PICTURE 9(6)  VALUE ZEROS.
      *FATOR (1 + I) ** N DA TABELA PRICE, COM CASAS DE SOBRA PARA
      *A PARCELA SAIR CERTA NO CENTAVO EM PRAZO LONGO.
       01  WRK-FATOR            PICTURE 9(5)V9(10) VALUE ZEROS.
      *BASE (1 + I) E FATOR MENOS UM EM CAMPOS PROPRIOS: MONTADOS NA
      *PROPRIA EXPRESSAO, O RESULTADO INTERMEDIARIO PERDE AS CASAS.
       01  WRK-BASE-FATOR       PICTURE 9V9(4) VALUE ZEROS.
       01  WRK-FATOR-MENOS-UM   PICTURE 9(5)V9(10) VALUE ZEROS.
       01  WRK-VALOR-PARCELA    PICTURE 9(7)V99 VALUE ZEROS.
       01  WRK-SALDO-DEVEDOR    PICTURE 9(7)V99 VALUE ZEROS.
       01  WRK-JUROS            PICTURE 9(7)V99 VALUE ZEROS.
       01  WRK-AMORTIZACAO      PICTURE 9(7)V99 VALUE ZEROS.
       01  WRK-TOTAL-PAGO       PICTURE 9(9)V99 VALUE ZEROS.
       01  WRK-SALDO-ANTES      PICTURE S9(7)V99 VALUE ZEROS.
       01  WRK-N                PICTURE 9(3)  VALUE ZERO.
      *PARCELAS DESTE CONTRATO JA GRAVADAS NO PARCEMPR.DAT - SAO AS
      *QUE SE APAGAM SE O CONTRATO NAO PUDER SER GRAVADO.
       01  WRK-QTD-GRAVADAS     PICTURE 9(3)  VALUE ZERO.
      *VENCIMENTOS MENSAIS NO DIA DO PRIMEIRO VENCIMENTO, TRAZIDO
      *PARA O ULTIMO DIA DO MES QUANDO O MES E MAIS CURTO (MESMA
      *REGRA DO AGENDAMOVTO).
       01  WRK-DIA-BASE         PICTURE 9(2)  VALUE ZERO.
       01  WRK-ANO              PICTURE 9(4)  VALUE ZERO.
       01  WRK-MES              PICTURE 9(2)  VALUE ZERO.
       01  WRK-DIA              PICTURE 9(2)  VALUE ZERO.
       01  WRK-ULTIMO-DIA       PICTURE 9(2)  VALUE ZERO.
       01  WRK-QUOC-ANO         PICTURE 9(4)  VALUE ZERO.
       01  WRK-RESTO-4          PICTURE 9(2)  VALUE ZERO.
       01  WRK-RESTO-100        PICTURE 9(3)  VALUE ZERO.
       01  WRK-RESTO-400        PICTURE 9(3)  VALUE ZERO.
       01  WRK-DATA-VENCTO      PICTURE 9(8)  VALUE ZEROS.
       01  WRK-VALOR-DP         PICTURE Z.ZZZ.ZZ9,99.
       01  WRK-TOTAL-DP         PICTURE ZZZ.ZZZ.ZZ9,99.
       01  WRK-SALDO-DP         PICTURE -Z.ZZZ.ZZ9,99.
       01  WRK-TAXA-DP          PICTURE 9,9999.
       01  WS-STATUS-CONTA      PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-EMPRESTIMO PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-PARCELA    PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-LOG        PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-SESSAO     PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-JANELA     PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-PARM       PICTURE X(2)  VALUE SPACES.
       01  WS-JANELA-ABERTA     PICTURE X     VALUE "N".
           88  JANELA-ABERTA                  VALUE "S".
       01  WS-CONDICOES-VALIDAS PICTURE X     VALUE "N".
           88  CONDICOES-VALIDAS              VALUE "S".
       01  WS-FIM-EMPRESTIMOS   PICTURE X     VALUE "N".
           88  FIM-EMPRESTIMOS                VALUE "S".
       01  WS-ERRO-GRAVACAO     PICTURE X     VALUE "N".
           88  ERRO-GRAVACAO                  VALUE "S".

       PROCEDURE                       DIVISION.
      *CHAMADO VARIAS VEZES NA MESMA SESSAO DO MENU: OS INDICADORES
      *SAO REARMADOS AQUI. A CONCESSAO DE CREDITO E DO SUPERVISOR -
      *O NIVEL DA SESSAO E RECONFERIDO ALEM DA TRAVA DO MENU.
       0000-PRINCIPAL.
           MOVE "N" TO WS-JANELA-ABERTA.
           PERFORM 0100-LER-SESSAO.
           PERFORM 0150-TESTAR-JANELA.
           EVALUATE TRUE
               WHEN JANELA-ABERTA
                   DISPLAY "LOTE NOTURNO EM CURSO - A CONTRATACAO DE "
                       "EMPRESTIMO CREDITA O MASTER, ENTAO SO PODE "
                       "RODAR COM A JANELA DE LOTE FECHADA."
               WHEN WRK-NIVEL < 2
                   DISPLAY "CONTRATACAO DE EMPRESTIMO RESTRITA AO "
                       "SUPERVISOR - FACA O SIGN-ON COM NIVEL 2."
               WHEN OTHER
                   PERFORM 1000-ABRIR-ARQUIVOS
                   PERFORM 2000-CONTRATAR
                   PERFORM 9000-ENCERRAR-ARQUIVOS
           END-EVALUATE.
           GOBACK.

       0100-LER-SESSAO.
           MOVE 1 TO WRK-NIVEL.
           MOVE "BATCH" TO WRK-OPERADOR.
           OPEN INPUT SESSAO.
           IF WS-STATUS-SESSAO NOT = "35"
               READ SESSAO
                   NOT AT END
                       IF SS-NIVEL NUMERIC
                           MOVE SS-NIVEL TO WRK-NIVEL
                       END-IF
                       IF SS-OPERADOR NOT = SPACES
                           MOVE SS-OPERADOR TO WRK-OPERADOR
                       END-IF
               END-READ
               CLOSE SESSAO
           END-IF.

       0150-TESTAR-JANELA.
           OPEN INPUT JANELA-LOTE.
           IF WS-STATUS-JANELA NOT = "35"
               SET JANELA-ABERTA TO TRUE
               CLOSE JANELA-LOTE
           END-IF.

       1000-ABRIR-ARQUIVOS.
           OPEN I-O CONTA-MASTER.
           IF WS-STATUS-CONTA = "35"
               OPEN OUTPUT CONTA-MASTER
               CLOSE CONTA-MASTER
               OPEN I-O CONTA-MASTER
           END-IF.
           IF WS-STATUS-CONTA = "39"
               DISPLAY "CONTAMASTER.DAT COM LAYOUT ANTIGO - RODE O "
                   "MIGRALAYOUT ANTES DE CONTINUAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O EMPRESTIMOS.
           IF WS-STATUS-EMPRESTIMO = "35"
               OPEN OUTPUT EMPRESTIMOS
               CLOSE EMPRESTIMOS
               OPEN I-O EMPRESTIMOS
           END-IF.
           OPEN I-O PARCELAS.
           IF WS-STATUS-PARCELA = "35"
               OPEN OUTPUT PARCELAS
               CLOSE PARCELAS
               OPEN I-O PARCELAS
           END-IF.
           OPEN EXTEND LOG-MOVTO.
           IF WS-STATUS-LOG = "35"
               OPEN OUTPUT LOG-MOVTO
           END-IF.
           PERFORM 1050-LER-DATA-MOVTO.
           PERFORM 1100-LER-PARAMETROS.

      *DATA-MOVIMENTO: DATA CONTABIL DO CARTAO DATAMOVTO.DAT. SEM O
      *CARTAO, VALE A DATA DA MAQUINA.
       1050-LER-DATA-MOVTO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-MOVTO.
           OPEN INPUT DATA-MOVTO.
           IF WS-STATUS-DATA-MOVTO NOT = "35"
               READ DATA-MOVTO
                   NOT AT END
                       IF DM-DATA-MOVTO NUMERIC
                           AND DM-DATA-MOVTO NOT = ZEROS
                           MOVE DM-DATA-MOVTO TO WRK-DATA-MOVTO
                       END-IF
               END-READ
               CLOSE DATA-MOVTO
           END-IF.

       1100-LER-PARAMETROS.
           OPEN INPUT EMPREST-PARM.
           IF WS-STATUS-PARM NOT = "35"
               READ EMPREST-PARM
                   NOT AT END
                       IF EM-TAXA-MES-MAXIMA NUMERIC
                           AND EM-TAXA-MES-MAXIMA NOT = ZERO
                           MOVE EM-TAXA-MES-MAXIMA
                               TO WRK-TAXA-MES-MAXIMA
                       END-IF
               END-READ
               CLOSE EMPREST-PARM
           END-IF.

       2000-CONTRATAR.
           DISPLAY "CONTRATACAO DE EMPRESTIMO PESSOAL".
           DISPLAY "INFORME O NUMERO DA CONTA".
           ACCEPT WRK-CONTA.
           MOVE WRK-CONTA TO CM-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   DISPLAY "CONTA " WRK-CONTA " NAO CADASTRADA."
               NOT INVALID KEY
                   PERFORM 2100-CONFERIR-CONTA
           END-READ.

      *SO CONTA ATIVA RECEBE EMPRESTIMO: BLOQUEADA, DORMENTE OU
      *ENCERRADA NAO PODERIA PAGAR AS PARCELAS (O LOTE REJEITA O
      *DEBITO NESSES STATUS).
       2100-CONFERIR-CONTA.
           DISPLAY "CONTA " CM-CONTA " - " CM-NOME
               " - AGENCIA " CM-AGENCIA.
           IF NOT CM-ATIVA
               DISPLAY "CONTA COM STATUS " CM-STATUS
                   " - EMPRESTIMO SO PARA CONTA ATIVA. NADA "
                   "CONTRATADO."
           ELSE
               PERFORM 2200-ACEITAR-CONDICOES
               IF CONDICOES-VALIDAS
                   PERFORM 2300-CALCULAR-PARCELA
               END-IF
               IF CONDICOES-VALIDAS
                   PERFORM 2350-CONFIRMAR-CONTRATO
               END-IF
           END-IF.

       2200-ACEITAR-CONDICOES.
           MOVE "S" TO WS-CONDICOES-VALIDAS.
           MOVE ZEROS TO WRK-PRINCIPAL WRK-TAXA-MES WRK-PRAZO
               WRK-DATA-PRIM-VENCTO.
           DISPLAY "INFORME O VALOR DO EMPRESTIMO (USE VIRGULA: EX "
               "1234,56)".
           ACCEPT WRK-PRINCIPAL.
           DISPLAY "INFORME A TAXA MENSAL EM FRACAO (EX 0,0199 PARA "
               "1,99% AO MES)".
           ACCEPT WRK-TAXA-MES.
           DISPLAY "INFORME O PRAZO EM MESES (1 A 360)".
           ACCEPT WRK-PRAZO.
           DISPLAY "INFORME O PRIMEIRO VENCIMENTO (AAAAMMDD)".
           ACCEPT WRK-DATA-PRIM-VENCTO.
           EVALUATE TRUE
               WHEN WRK-PRINCIPAL = ZERO
                   DISPLAY "VALOR DO EMPRESTIMO ZERADO."
                   MOVE "N" TO WS-CONDICOES-VALIDAS
               WHEN WRK-PRAZO = ZERO OR WRK-PRAZO > 360
                   DISPLAY "PRAZO FORA DA FAIXA DE 1 A 360 MESES."
                   MOVE "N" TO WS-CONDICOES-VALIDAS
               WHEN WRK-TAXA-MES > WRK-TAXA-MES-MAXIMA
                   MOVE WRK-TAXA-MES-MAXIMA TO WRK-TAXA-DP
                   DISPLAY "TAXA MENSAL ACIMA DO TETO DE " WRK-TAXA-DP
                       " AO MES."
                   MOVE "N" TO WS-CONDICOES-VALIDAS
               WHEN WRK-DATA-PRIM-VENCTO <= WRK-DATA-MOVTO
                   DISPLAY "PRIMEIRO VENCIMENTO DEVE SER POSTERIOR A "
                       "DATA-MOVIMENTO " WRK-DATA-MOVTO "."
                   MOVE "N" TO WS-CONDICOES-VALIDAS
               WHEN OTHER
                   PERFORM 2250-VALIDAR-VENCIMENTO
           END-EVALUATE.

       2250-VALIDAR-VENCIMENTO.
           MOVE WRK-DATA-PRIM-VENCTO (1:4) TO WRK-ANO.
           MOVE WRK-DATA-PRIM-VENCTO (5:2) TO WRK-MES.
           MOVE WRK-DATA-PRIM-VENCTO (7:2) TO WRK-DIA.
           IF WRK-MES < 1 OR WRK-MES > 12 OR WRK-DIA < 1
               DISPLAY "DATA DE VENCIMENTO INVALIDA."
               MOVE "N" TO WS-CONDICOES-VALIDAS
           ELSE
               PERFORM 2500-ULTIMO-DIA-DO-MES
               IF WRK-DIA > WRK-ULTIMO-DIA
                   DISPLAY "DATA DE VENCIMENTO INVALIDA."
                   MOVE "N" TO WS-CONDICOES-VALIDAS
               END-IF
           END-IF.

      *TABELA PRICE: PMT = P * I * (1 + I) ** N / ((1 + I) ** N - 1).
      *SEM JUROS, A PARCELA E O PRINCIPAL DIVIDIDO PELO PRAZO. TAXA
      *ALTA EM PRAZO LONGO ESTOURA O FATOR - A PARCELA SAIRIA
      *TRUNCADA, ENTAO O CONTRATO E RECUSADO.
       2300-CALCULAR-PARCELA.
           IF WRK-TAXA-MES = ZERO
               COMPUTE WRK-VALOR-PARCELA ROUNDED =
                   WRK-PRINCIPAL / WRK-PRAZO
           ELSE
               COMPUTE WRK-BASE-FATOR = 1 + WRK-TAXA-MES
               COMPUTE WRK-FATOR ROUNDED =
                   WRK-BASE-FATOR ** WRK-PRAZO
                   ON SIZE ERROR
                       DISPLAY "TAXA E PRAZO FORA DO CALCULO DA "
                           "TABELA PRICE - REDUZA A TAXA OU O PRAZO."
                       MOVE "N" TO WS-CONDICOES-VALIDAS
               END-COMPUTE
               IF CONDICOES-VALIDAS
                   COMPUTE WRK-FATOR-MENOS-UM = WRK-FATOR - 1
                   COMPUTE WRK-VALOR-PARCELA ROUNDED =
                       WRK-PRINCIPAL * WRK-TAXA-MES * WRK-FATOR
                       / WRK-FATOR-MENOS-UM
                       ON SIZE ERROR
                           DISPLAY "PARCELA ACIMA DO LIMITE DO "
                               "CADASTRO."
                           MOVE "N" TO WS-CONDICOES-VALIDAS
                   END-COMPUTE
               END-IF
           END-IF.
           IF CONDICOES-VALIDAS
               PERFORM 2310-MOSTRAR-PARCELA
           ELSE
               DISPLAY "CONTRATO RECUSADO. NADA CONTRATADO."
           END-IF.

       2310-MOSTRAR-PARCELA.
           MOVE WRK-PRINCIPAL     TO WRK-VALOR-DP.
           MOVE WRK-TAXA-MES      TO WRK-TAXA-DP.
           DISPLAY "PRINCIPAL " WRK-VALOR-DP " TAXA " WRK-TAXA-DP
               " AO MES EM " WRK-PRAZO " PARCELAS".
           MOVE WRK-VALOR-PARCELA TO WRK-VALOR-DP.
           DISPLAY "PARCELA MENSAL: " WRK-VALOR-DP
               " - PRIMEIRO VENCIMENTO " WRK-DATA-PRIM-VENCTO.

       2350-CONFIRMAR-CONTRATO.
           MOVE "N" TO WRK-CONFIRMA.
           DISPLAY "CONFIRMA A CONTRATACAO E A LIBERACAO DO CREDITO? "
               "(S/N)".
           ACCEPT WRK-CONFIRMA.
      *O CREDITO SO E LIBERADO COM O CRONOGRAMA E O CONTRATO
      *GRAVADOS: FALHANDO UM DOS DOIS, AS PARCELAS JA GRAVADAS SAO
      *APAGADAS E O CLIENTE NAO RECEBE DINHEIRO SEM CONTRATO.
           IF WRK-CONFIRMA = "S"
               PERFORM 2400-NUMERAR-CONTRATO
               MOVE "N" TO WS-ERRO-GRAVACAO
               MOVE ZERO TO WRK-QTD-GRAVADAS
               PERFORM 2600-GERAR-CRONOGRAMA
               IF NOT ERRO-GRAVACAO
                   PERFORM 2700-GRAVAR-CONTRATO
               END-IF
               IF ERRO-GRAVACAO
                   PERFORM 2690-DESFAZER-PARCELA
                       VARYING WRK-N FROM 1 BY 1
                       UNTIL WRK-N > WRK-QTD-GRAVADAS
                   DISPLAY "CONTRATACAO NAO CONCLUIDA - CREDITO NAO "
                       "LIBERADO."
               END-IF
           ELSE
               DISPLAY "CONTRATACAO CANCELADA - NADA GRAVADO."
           END-IF.

      *NUMERO DO CONTRATO: O MAIOR JA USADO MAIS UM (A CARTEIRA E
      *PEQUENA - A VARREDURA DA CHAVE RESOLVE SEM ARQUIVO DE
      *NUMERACAO A PARTE).
       2400-NUMERAR-CONTRATO.
           MOVE ZEROS TO WRK-CONTRATO.
           MOVE "N" TO WS-FIM-EMPRESTIMOS.
           MOVE LOW-VALUES TO EP-CONTRATO.
           START EMPRESTIMOS KEY IS NOT LESS THAN EP-CONTRATO
               INVALID KEY
                   SET FIM-EMPRESTIMOS TO TRUE
           END-START.
           IF WS-STATUS-EMPRESTIMO NOT = "00"
               SET FIM-EMPRESTIMOS TO TRUE
           END-IF.
           PERFORM 2450-LER-EMPRESTIMO
               UNTIL FIM-EMPRESTIMOS.
           ADD 1 TO WRK-CONTRATO.

       2450-LER-EMPRESTIMO.
           READ EMPRESTIMOS NEXT RECORD
               AT END
                   SET FIM-EMPRESTIMOS TO TRUE
               NOT AT END
                   MOVE EP-CONTRATO TO WRK-CONTRATO
           END-READ.
           IF WS-STATUS-EMPRESTIMO NOT = "00"
               AND WS-STATUS-EMPRESTIMO NOT = "10"
               SET FIM-EMPRESTIMOS TO TRUE
           END-IF.

       2500-ULTIMO-DIA-DO-MES.
           EVALUATE WRK-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WRK-ULTIMO-DIA
               WHEN 2
                   PERFORM 2550-TESTAR-BISSEXTO
               WHEN OTHER
                   MOVE 31 TO WRK-ULTIMO-DIA
           END-EVALUATE.

       2550-TESTAR-BISSEXTO.
           DIVIDE WRK-ANO BY 4
               GIVING WRK-QUOC-ANO REMAINDER WRK-RESTO-4.
           DIVIDE WRK-ANO BY 100
               GIVING WRK-QUOC-ANO REMAINDER WRK-RESTO-100.
           DIVIDE WRK-ANO BY 400
               GIVING WRK-QUOC-ANO REMAINDER WRK-RESTO-400.
           IF WRK-RESTO-4 = ZERO
               AND (WRK-RESTO-100 NOT = ZERO OR WRK-RESTO-400 = ZERO)
               MOVE 29 TO WRK-ULTIMO-DIA
           ELSE
               MOVE 28 TO WRK-ULTIMO-DIA
           END-IF.

      *CRONOGRAMA: JUROS DO MES SOBRE O SALDO DEVEDOR, AMORTIZACAO
      *PELA DIFERENCA ATE A PARCELA. A ULTIMA PARCELA AMORTIZA O
      *SALDO QUE SOBROU, ABSORVENDO O RESIDUO DOS ARREDONDAMENTOS.
       2600-GERAR-CRONOGRAMA.
           MOVE WRK-PRINCIPAL TO WRK-SALDO-DEVEDOR.
           MOVE ZEROS TO WRK-TOTAL-PAGO.
           MOVE WRK-DATA-PRIM-VENCTO (1:4) TO WRK-ANO.
           MOVE WRK-DATA-PRIM-VENCTO (5:2) TO WRK-MES.
           MOVE WRK-DATA-PRIM-VENCTO (7:2) TO WRK-DIA-BASE.
           DISPLAY "CRONOGRAMA DO CONTRATO " WRK-CONTRATO.
           DISPLAY "PARC VENCIMENTO       PARCELA         JUROS  "
               "  SALDO DEVEDOR".
           PERFORM VARYING WRK-N FROM 1 BY 1
                   UNTIL WRK-N > WRK-PRAZO
               PERFORM 2650-GRAVAR-PARCELA
           END-PERFORM.
           MOVE WRK-TOTAL-PAGO TO WRK-TOTAL-DP.
           DISPLAY "TOTAL A PAGAR: " WRK-TOTAL-DP.

       2650-GRAVAR-PARCELA.
           IF WRK-N > 1
               ADD 1 TO WRK-MES
               IF WRK-MES > 12
                   MOVE 1 TO WRK-MES
                   ADD 1 TO WRK-ANO
               END-IF
           END-IF.
           PERFORM 2500-ULTIMO-DIA-DO-MES.
           MOVE WRK-DIA-BASE TO WRK-DIA.
           IF WRK-DIA > WRK-ULTIMO-DIA
               MOVE WRK-ULTIMO-DIA TO WRK-DIA
           END-IF.
           COMPUTE WRK-DATA-VENCTO =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           COMPUTE WRK-JUROS ROUNDED =
               WRK-SALDO-DEVEDOR * WRK-TAXA-MES.
           IF WRK-N = WRK-PRAZO
               MOVE WRK-SALDO-DEVEDOR TO WRK-AMORTIZACAO
           ELSE
               COMPUTE WRK-AMORTIZACAO =
                   WRK-VALOR-PARCELA - WRK-JUROS
               IF WRK-AMORTIZACAO > WRK-SALDO-DEVEDOR
                   MOVE WRK-SALDO-DEVEDOR TO WRK-AMORTIZACAO
               END-IF
           END-IF.
           SUBTRACT WRK-AMORTIZACAO FROM WRK-SALDO-DEVEDOR.
           MOVE WRK-CONTRATO      TO PA-CONTRATO.
           MOVE WRK-N             TO PA-NUMERO.
           MOVE WRK-CONTA         TO PA-CONTA.
           MOVE WRK-DATA-VENCTO   TO PA-DATA-VENCTO.
           COMPUTE PA-VALOR-PARCELA = WRK-AMORTIZACAO + WRK-JUROS.
           MOVE WRK-JUROS         TO PA-VALOR-JUROS.
           MOVE WRK-AMORTIZACAO   TO PA-VALOR-AMORTIZACAO.
           MOVE WRK-SALDO-DEVEDOR TO PA-SALDO-DEVEDOR.
           MOVE "A"               TO PA-STATUS.
           MOVE WRK-DATA-MOVTO    TO PA-DATA-STATUS.
           MOVE ZEROS             TO PA-VALOR-MORA.
           MOVE ZEROS             TO PA-VALOR-COBRADO.
           IF NOT ERRO-GRAVACAO
               WRITE REG-PARCELA
                   INVALID KEY
                       DISPLAY "PARCELA " WRK-CONTRATO "/" WRK-N
                           " JA EXISTE NO PARCEMPR.DAT - VERIFICAR"
                       SET ERRO-GRAVACAO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTD-GRAVADAS
               END-WRITE
           END-IF.
           ADD PA-VALOR-PARCELA TO WRK-TOTAL-PAGO.
           MOVE PA-VALOR-PARCELA TO WRK-VALOR-DP.
           MOVE WRK-JUROS         TO WRK-SALDO-DP.
           MOVE WRK-SALDO-DEVEDOR TO WRK-TOTAL-DP.
           DISPLAY WRK-N "  " WRK-DATA-VENCTO "  " WRK-VALOR-DP
               " " WRK-SALDO-DP " " WRK-TOTAL-DP.

       2690-DESFAZER-PARCELA.
           MOVE WRK-CONTRATO TO PA-CONTRATO.
           MOVE WRK-N        TO PA-NUMERO.
           DELETE PARCELAS RECORD
               INVALID KEY
                   DISPLAY "PARCELA " WRK-CONTRATO "/" WRK-N
                       " NAO APAGADA DO PARCEMPR.DAT - VERIFICAR"
           END-DELETE.

       2700-GRAVAR-CONTRATO.
           MOVE WRK-CONTRATO         TO EP-CONTRATO.
           MOVE WRK-CONTA            TO EP-CONTA.
           MOVE CM-AGENCIA           TO EP-AGENCIA.
           MOVE WRK-PRINCIPAL        TO EP-VALOR-PRINCIPAL.
           MOVE WRK-TAXA-MES         TO EP-TAXA-MES.
           MOVE WRK-PRAZO            TO EP-PRAZO.
           MOVE WRK-DATA-MOVTO       TO EP-DATA-CONTRATO.
           MOVE WRK-DATA-PRIM-VENCTO TO EP-DATA-PRIM-VENCTO.
           MOVE WRK-VALOR-PARCELA    TO EP-VALOR-PARCELA.
           MOVE WRK-PRINCIPAL        TO EP-SALDO-DEVEDOR.
           MOVE ZEROS                TO EP-QTD-PAGAS.
           MOVE ZEROS                TO EP-QTD-ATRASO.
           MOVE ZEROS                TO EP-VALOR-ATRASO.
           MOVE "A"                  TO EP-STATUS.
           MOVE WRK-OPERADOR         TO EP-OPERADOR.
           WRITE REG-EMPRESTIMO
               INVALID KEY
                   DISPLAY "CONTRATO " WRK-CONTRATO
                       " JA EXISTE NO EMPRESTIMO.DAT - VERIFICAR"
                   SET ERRO-GRAVACAO TO TRUE
               NOT INVALID KEY
                   PERFORM 2800-LIBERAR-CREDITO
           END-WRITE.

      *LIBERACAO: CREDITO DO PRINCIPAL NA CONTA, LOGADO COM A
      *ORIGEM "E" E O CONTRATO EM LG-CONTA-REF - A INTERFACE
      *CONTABIL LANCA A CONTRAPARTIDA NA CARTEIRA DE EMPRESTIMOS.
       2800-LIBERAR-CREDITO.
           MOVE WRK-CONTA TO CM-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   DISPLAY "CONTA " WRK-CONTA " SUMIU DO MASTER - "
                       "CREDITO NAO LIBERADO, VERIFICAR"
               NOT INVALID KEY
                   MOVE CM-SALDO TO WRK-SALDO-ANTES
                   ADD WRK-PRINCIPAL TO CM-SALDO
                   MOVE WRK-DATA-MOVTO TO CM-DATA-ULT-MOVTO
                   REWRITE REG-CONTA-MASTER
                   PERFORM 2850-REGISTRAR-LOG
                   MOVE CM-SALDO TO WRK-SALDO-DP
                   DISPLAY "CONTRATO " WRK-CONTRATO " GRAVADO - "
                       "CREDITO LIBERADO NA CONTA " WRK-CONTA
                       ". NOVO SALDO: " WRK-SALDO-DP
           END-READ.

       2850-REGISTRAR-LOG.
           MOVE FUNCTION CURRENT-DATE (1:14) TO LG-DATA-HORA.
           MOVE WRK-DATA-MOVTO TO LG-DATA-HORA (1:8).
           MOVE WRK-CONTA       TO LG-CONTA.
           MOVE "D"             TO LG-OPERACAO.
           MOVE WRK-PRINCIPAL   TO LG-VALOR.
           MOVE WRK-SALDO-ANTES TO LG-SALDO-ANTES.
           MOVE CM-SALDO        TO LG-SALDO-DEPOIS.
           MOVE "E"             TO LG-ORIGEM.
           MOVE WRK-CONTRATO    TO LG-CONTA-REF.
           MOVE WRK-OPERADOR    TO LG-OPERADOR.
           MOVE CM-AGENCIA      TO LG-AGENCIA.
           MOVE "N"             TO LG-ESTORNADO.
           MOVE SPACES          TO LG-APROVADOR.
           WRITE REG-LOG-MOVTO.

       9000-ENCERRAR-ARQUIVOS.
           CLOSE CONTA-MASTER.
           CLOSE EMPRESTIMOS.
           CLOSE PARCELAS.
           CLOSE LOG-MOVTO.
