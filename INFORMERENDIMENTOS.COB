       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. INFORMERENDIMENTOS.
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
           SELECT CLIENTES  ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CPF
               FILE STATUS IS WS-STATUS-CLIENTES.
      *OS SALDOS DE 31/12 SAEM DA POSICAO DIARIA (ULTIMA POSICAO DA
      *CONTA ATE A DATA), COMO NO EXTRATO E NO FECHAMENTO DE MES.
           SELECT POSICAO  ASSIGN TO "POSICAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-CHAVE
               FILE STATUS IS WS-STATUS-POSICAO.
      *O ANO-BASE INTEIRO ESTA NO ACERVO (LOGARQUIVO.DAT, MESES
      *FECHADOS PELO ARQUIVALOG) MAIS O PERIODO ABERTO (LOGMOVTO.DAT).
           SELECT LOG-ARQUIVO  ASSIGN TO "LOGARQUIVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARQUIVO.
           SELECT LOG-MOVTO  ASSIGN TO "LOGMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.
      *O RENDIMENTO DO CDB RESGATADO NO ANO VEM DA PROPRIA APLICACAO
      *(O CREDITO NO LOG LEVA O PRINCIPAL JUNTO).
           SELECT APLICACOES  ASSIGN TO "APLICCDB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-NUMERO
               FILE STATUS IS WS-STATUS-APLICACAO.
           SELECT INFORME-REL  ASSIGN TO "INFORME.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
      *RESUMO POR AGENCIA E MOEDA PARA A AGENCIA BATER CONTRA OS
      *TOTAIS DO RAZAO: HEADER "H", DETALHES "D" E TRAILER "T" COM
      *QUANTIDADE E HASH, NO MOLDE DA INTERFACE CONTABIL.
           SELECT INFORME-RESUMO  ASSIGN TO "INFORMERES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESUMO.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
           SELECT CLASSIFICACAO  ASSIGN TO "INFSORT.TMP".
       DATA                            DIVISION.
       FILE SECTION.
       FD  CONTA-MASTER.
           COPY CONTACLI.
       FD  CLIENTES.
           COPY CLIENTE.
       FD  POSICAO.
           COPY POSICAO.
       FD  LOG-ARQUIVO.
       01  REG-LOG-ARQUIVO     PICTURE X(75).
       FD  LOG-MOVTO.
           COPY LOGMOVTO.
       FD  APLICACOES.
           COPY APLICACAO.
       FD  INFORME-REL.
       01  LINHA-INFORME       PICTURE X(80).
       FD  INFORME-RESUMO.
       01  REG-RESUMO          PICTURE X(108).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
      *CL-TIPO "0" E A PROPRIA CONTA (VEM DO CONTA-MASTER, COM
      *AGENCIA E MOEDA); "1" E UM VALOR DO ANO, COM A CATEGORIA: "J"
      *JUROS CREDITADOS, "C" RENDIMENTO DE CDB, "R" IR RETIDO E "L"
      *JUROS DO CHEQUE ESPECIAL PAGOS.
       SD  CLASSIFICACAO.
       01  REG-CLASS.
           05  CL-CPF              PICTURE X(11).
           05  CL-CONTA            PICTURE 9(6).
           05  CL-TIPO             PICTURE X(1).
           05  CL-CATEGORIA        PICTURE X(1).
           05  CL-VALOR            PICTURE S9(9)V99.
           05  CL-AGENCIA          PICTURE 9(3).
           05  CL-MOEDA            PICTURE X(3).
           05  CL-NOME             PICTURE X(20).
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E O INFORME DE RENDIMENTOS ANUAL: PARA O
      *ANO-BASE PEDIDO, JUNTA POR CPF (CM-CPF / CLIENTES.DAT) AS
      *CONTAS DO CLIENTE COM O SALDO EM 31/12 DO ANO ANTERIOR E DO
      *ANO-BASE, OS JUROS CREDITADOS (OPERACAO "J"), O RENDIMENTO DE
      *CDB RESGATADO, O IR RETIDO NA FONTE (ORIGEM "R") E OS JUROS DO
      *CHEQUE ESPECIAL PAGOS (ORIGEM "L"). SAI UM INFORME POR CPF NO
      *INFORME.PRT E O RESUMO POR AGENCIA NO INFORMERES.DAT.
      *LANCAMENTO ESTORNADO NAO ENTRA (O ESTORNO O ANULOU).
       01  REG-RES-HEADER.
           05  RH-TIPO          PICTURE X(1)  VALUE "H".
           05  RH-ANO-BASE      PICTURE 9(4).
           05  RH-DATA          PICTURE 9(8).
           05  RH-SISTEMA       PICTURE X(8)  VALUE "CONTACLI".
           05  FILLER           PICTURE X(87) VALUE SPACES.
       01  REG-RES-DETALHE.
           05  RD-TIPO          PICTURE X(1)  VALUE "D".
           05  RD-ANO-BASE      PICTURE 9(4).
           05  RD-AGENCIA       PICTURE 9(3).
           05  RD-MOEDA         PICTURE X(3).
           05  RD-QTD-CONTAS    PICTURE 9(7).
           05  RD-SALDO-ANTERIOR PICTURE S9(13)V99.
           05  RD-SALDO-BASE    PICTURE S9(13)V99.
           05  RD-JUROS         PICTURE S9(13)V99.
           05  RD-RENDIMENTO-CDB PICTURE 9(13)V99.
           05  RD-IR-RETIDO     PICTURE 9(13)V99.
           05  RD-JUROS-LIMITE  PICTURE 9(13)V99.
       01  REG-RES-TRAILER.
           05  RT-TIPO          PICTURE X(1)  VALUE "T".
           05  RT-QTD-REGISTROS PICTURE 9(7).
           05  RT-QTD-INFORMES  PICTURE 9(7).
           05  RT-HASH-VALOR    PICTURE 9(15)V99.
           05  FILLER           PICTURE X(76) VALUE SPACES.
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
       01  WRK-ANO-BASE         PICTURE 9(4) VALUE ZERO.
       01  WRK-DATA-FIM-ANTERIOR PICTURE 9(8) VALUE ZERO.
       01  WRK-DATA-FIM-BASE    PICTURE 9(8) VALUE ZERO.
      *CPF E CONTA EM CURSO NA SAIDA DA CLASSIFICACAO.
       01  WRK-CPF-ATUAL        PICTURE X(11) VALUE SPACES.
       01  WRK-CONTA-ATUAL      PICTURE 9(6) VALUE ZEROS.
       01  WRK-CT-AGENCIA       PICTURE 9(3) VALUE ZEROS.
       01  WRK-CT-MOEDA         PICTURE X(3) VALUE SPACES.
       01  WRK-CT-NOME          PICTURE X(20) VALUE SPACES.
       01  WRK-CT-SALDO-ANTERIOR PICTURE S9(9)V99 VALUE ZERO.
       01  WRK-CT-SALDO-BASE    PICTURE S9(9)V99 VALUE ZERO.
       01  WRK-CT-JUROS         PICTURE S9(9)V99 VALUE ZERO.
       01  WRK-CT-RENDIMENTO-CDB PICTURE S9(9)V99 VALUE ZERO.
       01  WRK-CT-IR            PICTURE S9(9)V99 VALUE ZERO.
       01  WRK-CT-JUROS-LIMITE  PICTURE S9(9)V99 VALUE ZERO.
      *TOTAIS DO CPF: SO AS CONTAS EM REAIS SOMAM (A CONTA EM
      *DOLAR SAI NO INFORME COM A SUA MOEDA, FORA DO TOTAL).
       01  WRK-CPF-QTD-CONTAS   PICTURE 9(4) VALUE ZERO.
       01  WRK-CPF-SALDO-ANTERIOR PICTURE S9(9)V99 VALUE ZERO.
       01  WRK-CPF-SALDO-BASE   PICTURE S9(9)V99 VALUE ZERO.
       01  WRK-CPF-JUROS        PICTURE S9(9)V99 VALUE ZERO.
       01  WRK-CPF-RENDIMENTO-CDB PICTURE S9(9)V99 VALUE ZERO.
       01  WRK-CPF-IR           PICTURE S9(9)V99 VALUE ZERO.
       01  WRK-CPF-JUROS-LIMITE PICTURE S9(9)V99 VALUE ZERO.
      *RESUMO POR AGENCIA E MOEDA.
       01  WRK-TAB-RESUMO.
           05  WRK-RS-ENTRY OCCURS 50 TIMES.
               10  WRK-RS-AGENCIA        PICTURE 9(3).
               10  WRK-RS-MOEDA          PICTURE X(3).
               10  WRK-RS-QTD-CONTAS     PICTURE 9(7).
               10  WRK-RS-SALDO-ANTERIOR PICTURE S9(13)V99.
               10  WRK-RS-SALDO-BASE     PICTURE S9(13)V99.
               10  WRK-RS-JUROS          PICTURE S9(13)V99.
               10  WRK-RS-RENDIMENTO-CDB PICTURE S9(13)V99.
               10  WRK-RS-IR             PICTURE S9(13)V99.
               10  WRK-RS-JUROS-LIMITE   PICTURE S9(13)V99.
       01  WRK-QTD-RESUMO       PICTURE 9(4) VALUE ZERO.
       01  WRK-R                PICTURE 9(4) VALUE ZERO.
       01  WRK-R-ACHADO         PICTURE 9(4) VALUE ZERO.
       01  WRK-QTD-INFORMES     PICTURE 9(7) VALUE ZERO.
       01  WRK-QTD-SEM-CADASTRO PICTURE 9(7) VALUE ZERO.
       01  WRK-QTD-REGISTROS    PICTURE 9(7) VALUE ZERO.
       01  WRK-HASH-VALOR       PICTURE 9(15)V99 VALUE ZERO.
       01  WRK-VALOR-ABS        PICTURE 9(13)V99 VALUE ZERO.
       01  WRK-ANO-ANTERIOR     PICTURE 9(4) VALUE ZERO.
       01  WRK-QTD-DP           PICTURE ZZZ.ZZ9.
       01  WRK-VALOR-DP         PICTURE -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-STATUS-CONTA      PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CLIENTES   PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-POSICAO    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-ARQUIVO    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-LOG        PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-APLICACAO  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-REL        PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-RESUMO     PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-FIM-ARQUIVO       PICTURE X    VALUE "N".
           88  FIM-ARQUIVO                    VALUE "S".
       01  WS-FIM-LOG           PICTURE X    VALUE "N".
           88  FIM-LOG                        VALUE "S".
       01  WS-FIM-APLICACOES    PICTURE X    VALUE "N".
           88  FIM-APLICACOES                 VALUE "S".
       01  WS-FIM-CONTAS        PICTURE X    VALUE "N".
           88  FIM-CONTAS                     VALUE "S".
       01  WS-FIM-POSICOES      PICTURE X    VALUE "N".
           88  FIM-POSICOES                   VALUE "S".
       01  WS-FIM-CLASS         PICTURE X    VALUE "N".
           88  FIM-CLASS                      VALUE "S".
       01  WS-SEM-POSICAO       PICTURE X    VALUE "N".
           88  SEM-POSICAO                    VALUE "S".
       01  WS-SEM-CLIENTES      PICTURE X    VALUE "N".
           88  SEM-CLIENTES                   VALUE "S".
       01  WS-SEM-APLICACOES    PICTURE X    VALUE "N".
           88  SEM-APLICACOES                 VALUE "S".
       01  WS-CONTA-ACHADA      PICTURE X    VALUE "N".
           88  CONTA-ACHADA                   VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           SORT CLASSIFICACAO
               ON ASCENDING KEY CL-CPF CL-CONTA CL-TIPO
               INPUT PROCEDURE IS 2000-LIBERAR-VALORES
               OUTPUT PROCEDURE IS 3000-EMITIR-INFORMES.
           PERFORM 4000-GRAVAR-RESUMO.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

      *ANO-BASE EM BRANCO OU ZERADO = O ANO ANTERIOR AO DA
      *DATA-MOVIMENTO (O INFORME SAI EM FEVEREIRO DO ANO SEGUINTE).
       1000-ABRIR-ARQUIVOS.
           PERFORM 1050-LER-DATA-MOVTO.
           DISPLAY "INFORME DE RENDIMENTOS".
           DISPLAY "INFORME O ANO-BASE (AAAA) OU ZERO PARA O ANO "
               "ANTERIOR".
           ACCEPT WRK-ANO-BASE.
           IF WRK-ANO-BASE = ZERO
               MOVE WRK-DATA-MOVTO (1:4) TO WRK-ANO-BASE
               SUBTRACT 1 FROM WRK-ANO-BASE
           END-IF.
           IF WRK-ANO-BASE NOT < WRK-DATA-MOVTO (1:4)
               DISPLAY "INFORMERENDIMENTOS: ANO-BASE " WRK-ANO-BASE
                   " AINDA ABERTO - INFORME PARCIAL ATE "
                   WRK-DATA-MOVTO
           END-IF.
           COMPUTE WRK-ANO-ANTERIOR = WRK-ANO-BASE - 1.
           COMPUTE WRK-DATA-FIM-ANTERIOR =
               WRK-ANO-ANTERIOR * 10000 + 1231.
           COMPUTE WRK-DATA-FIM-BASE = WRK-ANO-BASE * 10000 + 1231.
           OPEN INPUT CONTA-MASTER.
           IF WS-STATUS-CONTA = "35"
               OPEN OUTPUT CONTA-MASTER
               CLOSE CONTA-MASTER
               OPEN INPUT CONTA-MASTER
           END-IF.
           IF WS-STATUS-CONTA = "39"
               DISPLAY "CONTAMASTER.DAT COM LAYOUT ANTIGO - RODE O "
                   "MIGRALAYOUT ANTES DE CONTINUAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES.
           IF WS-STATUS-CLIENTES = "35"
               SET SEM-CLIENTES TO TRUE
           END-IF.
           OPEN INPUT POSICAO.
           IF WS-STATUS-POSICAO = "35"
               DISPLAY "INFORMERENDIMENTOS: SEM POSICAO.DAT - SALDOS "
                   "DE 31/12 ZERADOS"
               SET SEM-POSICAO TO TRUE
           END-IF.
           OPEN OUTPUT INFORME-REL.
           OPEN OUTPUT INFORME-RESUMO.
           MOVE WRK-ANO-BASE   TO RH-ANO-BASE.
           MOVE WRK-DATA-MOVTO TO RH-DATA.
           WRITE REG-RESUMO FROM REG-RES-HEADER.

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

      *ENTRADA DA CLASSIFICACAO: OS VALORES DO ANO (ACERVO, PERIODO
      *ABERTO E CDB), CADA UM COM O CPF DA CONTA, E DEPOIS UMA LINHA
      *POR CONTA DO MASTER.
       2000-LIBERAR-VALORES.
           PERFORM 2100-LIBERAR-DO-ACERVO.
           PERFORM 2200-LIBERAR-DO-PERIODO-ABERTO.
           PERFORM 2300-LIBERAR-DO-CDB.
           PERFORM 2400-LIBERAR-CONTAS.

       2100-LIBERAR-DO-ACERVO.
           OPEN INPUT LOG-ARQUIVO.
           IF WS-STATUS-ARQUIVO = "35"
               SET FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 2190-LER-ARQUIVO
           END-IF.
           PERFORM 2150-TRATAR-DO-ACERVO
               UNTIL FIM-ARQUIVO.
           IF WS-STATUS-ARQUIVO NOT = "35"
               CLOSE LOG-ARQUIVO
           END-IF.

       2150-TRATAR-DO-ACERVO.
           MOVE REG-LOG-ARQUIVO TO REG-LOG-MOVTO.
           PERFORM 2500-CLASSIFICAR-LANCAMENTO.
           PERFORM 2190-LER-ARQUIVO.

       2190-LER-ARQUIVO.
           READ LOG-ARQUIVO
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.

       2200-LIBERAR-DO-PERIODO-ABERTO.
           OPEN INPUT LOG-MOVTO.
           IF WS-STATUS-LOG = "35"
               SET FIM-LOG TO TRUE
           ELSE
               PERFORM 2290-LER-LOG
           END-IF.
           PERFORM 2250-TRATAR-DO-PERIODO
               UNTIL FIM-LOG.
           IF WS-STATUS-LOG NOT = "35"
               CLOSE LOG-MOVTO
           END-IF.

       2250-TRATAR-DO-PERIODO.
           PERFORM 2500-CLASSIFICAR-LANCAMENTO.
           PERFORM 2290-LER-LOG.

       2290-LER-LOG.
           READ LOG-MOVTO
               AT END
                   SET FIM-LOG TO TRUE
           END-READ.

      *CDB RESGATADO NO ANO-BASE (ANTES DO VENCIMENTO OU NELE): O
      *RENDIMENTO TRIBUTAVEL E O BRUTO MENOS A MULTA DO RESGATE.
       2300-LIBERAR-DO-CDB.
           OPEN INPUT APLICACOES.
           IF WS-STATUS-APLICACAO NOT = "00"
               SET SEM-APLICACOES TO TRUE
               SET FIM-APLICACOES TO TRUE
           ELSE
               PERFORM 2390-LER-APLICACAO
           END-IF.
           PERFORM 2350-TRATAR-APLICACAO
               UNTIL FIM-APLICACOES.
           IF NOT SEM-APLICACOES
               CLOSE APLICACOES
           END-IF.

       2350-TRATAR-APLICACAO.
           IF NOT AP-ATIVA
               AND AP-DATA-RESGATE (1:4) = WRK-ANO-BASE
               MOVE AP-CONTA TO CM-CONTA
               PERFORM 2600-BUSCAR-CPF
               IF CONTA-ACHADA
                   MOVE "C" TO CL-CATEGORIA
                   COMPUTE CL-VALOR =
                       AP-RENDIMENTO-BRUTO - AP-VALOR-MULTA
                   RELEASE REG-CLASS
               END-IF
           END-IF.
           PERFORM 2390-LER-APLICACAO.

       2390-LER-APLICACAO.
           READ APLICACOES NEXT RECORD
               AT END
                   SET FIM-APLICACOES TO TRUE
           END-READ.
           IF WS-STATUS-APLICACAO NOT = "00"
               AND WS-STATUS-APLICACAO NOT = "10"
               SET FIM-APLICACOES TO TRUE
           END-IF.

       2400-LIBERAR-CONTAS.
           MOVE LOW-VALUES TO CM-CONTA.
           START CONTA-MASTER KEY IS NOT LESS THAN CM-CONTA
               INVALID KEY
                   SET FIM-CONTAS TO TRUE
           END-START.
           IF WS-STATUS-CONTA NOT = "00"
               SET FIM-CONTAS TO TRUE
           END-IF.
           IF NOT FIM-CONTAS
               PERFORM 2490-LER-CONTA
           END-IF.
           PERFORM 2450-LIBERAR-CONTA
               UNTIL FIM-CONTAS.

       2450-LIBERAR-CONTA.
           MOVE CM-CPF     TO CL-CPF.
           MOVE CM-CONTA   TO CL-CONTA.
           MOVE "0"        TO CL-TIPO.
           MOVE SPACE      TO CL-CATEGORIA.
           MOVE ZEROS      TO CL-VALOR.
           MOVE CM-AGENCIA TO CL-AGENCIA.
           MOVE CM-MOEDA   TO CL-MOEDA.
           MOVE CM-NOME    TO CL-NOME.
           RELEASE REG-CLASS.
           PERFORM 2490-LER-CONTA.

      *O TESTE DE FILE STATUS COBRE ERRO PERMANENTE DE I-O, QUE NAO
      *LEVANTA O AT END - SEM ELE A VARREDURA FICARIA EM LACO.
       2490-LER-CONTA.
           READ CONTA-MASTER NEXT RECORD
               AT END
                   SET FIM-CONTAS TO TRUE
           END-READ.
           IF WS-STATUS-CONTA NOT = "00"
               SET FIM-CONTAS TO TRUE
           END-IF.

      *JUROS "J" CREDITADOS VALEM PELO QUE MOVERAM O SALDO (O "J" DO
      *LOTE NAO TRAZ VALOR, SO A TAXA); OS DEMAIS PELO LG-VALOR. O
      *"J" COM ORIGEM "L" E O JUROS DO CHEQUE ESPECIAL COBRADO.
       2500-CLASSIFICAR-LANCAMENTO.
           IF LG-DATA-HORA (1:4) = WRK-ANO-BASE
               AND LG-ESTORNADO NOT = "S"
               AND LG-OPERACAO NOT = "E"
               MOVE SPACE TO CL-CATEGORIA
               EVALUATE TRUE
                   WHEN LG-ORIGEM = "L"
                       MOVE "L" TO CL-CATEGORIA
                       MOVE LG-VALOR TO CL-VALOR
                   WHEN LG-ORIGEM = "R"
                       MOVE "R" TO CL-CATEGORIA
                       MOVE LG-VALOR TO CL-VALOR
                   WHEN LG-OPERACAO = "J"
                       MOVE "J" TO CL-CATEGORIA
                       COMPUTE CL-VALOR =
                           LG-SALDO-DEPOIS - LG-SALDO-ANTES
               END-EVALUATE
               IF CL-CATEGORIA NOT = SPACE
                   MOVE LG-CONTA TO CM-CONTA
                   PERFORM 2600-BUSCAR-CPF
                   IF CONTA-ACHADA
                       RELEASE REG-CLASS
                   END-IF
               END-IF
           END-IF.

      *CONTA FORA DO MASTER NAO TEM CPF PARA O INFORME: E SO
      *CONTADA NO RODAPE.
       2600-BUSCAR-CPF.
           MOVE "N" TO WS-CONTA-ACHADA.
           READ CONTA-MASTER
               INVALID KEY
                   ADD 1 TO WRK-QTD-SEM-CADASTRO
               NOT INVALID KEY
                   SET CONTA-ACHADA TO TRUE
                   MOVE CM-CPF     TO CL-CPF
                   MOVE CM-CONTA   TO CL-CONTA
                   MOVE "1"        TO CL-TIPO
                   MOVE CM-AGENCIA TO CL-AGENCIA
                   MOVE CM-MOEDA   TO CL-MOEDA
                   MOVE CM-NOME    TO CL-NOME
           END-READ.

      *SAIDA DA CLASSIFICACAO: QUEBRA POR CPF E, DENTRO DELE, POR
      *CONTA. A LINHA "0" DA CONTA VEM ANTES DOS VALORES DELA.
       3000-EMITIR-INFORMES.
           MOVE SPACES TO WRK-CPF-ATUAL.
           MOVE ZEROS  TO WRK-CONTA-ATUAL.
           PERFORM 3950-RETORNAR-CLASS.
           PERFORM 3100-ACUMULAR-CLASS
               UNTIL FIM-CLASS.
           IF WRK-CONTA-ATUAL NOT = ZEROS
               PERFORM 3300-FECHAR-CONTA
               PERFORM 3600-FECHAR-CPF
           END-IF.

       3100-ACUMULAR-CLASS.
           IF CL-CPF NOT = WRK-CPF-ATUAL
               OR WRK-CONTA-ATUAL = ZEROS
               IF WRK-CONTA-ATUAL NOT = ZEROS
                   PERFORM 3300-FECHAR-CONTA
                   PERFORM 3600-FECHAR-CPF
               END-IF
               MOVE CL-CPF TO WRK-CPF-ATUAL
               MOVE ZEROS TO WRK-CPF-QTD-CONTAS
                   WRK-CPF-SALDO-ANTERIOR WRK-CPF-SALDO-BASE
                   WRK-CPF-JUROS WRK-CPF-RENDIMENTO-CDB
                   WRK-CPF-IR WRK-CPF-JUROS-LIMITE
               PERFORM 3200-ABRIR-CONTA
           END-IF.
           IF CL-CONTA NOT = WRK-CONTA-ATUAL
               PERFORM 3300-FECHAR-CONTA
               PERFORM 3200-ABRIR-CONTA
           END-IF.
           EVALUATE CL-CATEGORIA
               WHEN "J"
                   ADD CL-VALOR TO WRK-CT-JUROS
               WHEN "C"
                   ADD CL-VALOR TO WRK-CT-RENDIMENTO-CDB
               WHEN "R"
                   ADD CL-VALOR TO WRK-CT-IR
               WHEN "L"
                   ADD CL-VALOR TO WRK-CT-JUROS-LIMITE
           END-EVALUATE.
           PERFORM 3950-RETORNAR-CLASS.

       3200-ABRIR-CONTA.
           MOVE CL-CONTA   TO WRK-CONTA-ATUAL.
           MOVE CL-AGENCIA TO WRK-CT-AGENCIA.
           MOVE CL-MOEDA   TO WRK-CT-MOEDA.
           MOVE CL-NOME    TO WRK-CT-NOME.
           MOVE ZEROS TO WRK-CT-SALDO-ANTERIOR WRK-CT-SALDO-BASE
               WRK-CT-JUROS WRK-CT-RENDIMENTO-CDB WRK-CT-IR
               WRK-CT-JUROS-LIMITE.

      *CONTA SEM SALDO NAS DUAS DATAS E SEM NENHUM VALOR NO ANO NAO
      *TEM O QUE INFORMAR (EX. ABERTA DEPOIS DO ANO-BASE).
       3300-FECHAR-CONTA.
           PERFORM 3400-BUSCAR-SALDOS.
           IF WRK-CT-SALDO-ANTERIOR NOT = ZERO
               OR WRK-CT-SALDO-BASE NOT = ZERO
               OR WRK-CT-JUROS NOT = ZERO
               OR WRK-CT-RENDIMENTO-CDB NOT = ZERO
               OR WRK-CT-IR NOT = ZERO
               OR WRK-CT-JUROS-LIMITE NOT = ZERO
               IF WRK-CPF-QTD-CONTAS = ZERO
                   PERFORM 3500-CABECALHO-CPF
               END-IF
               ADD 1 TO WRK-CPF-QTD-CONTAS
               PERFORM 3700-LISTAR-CONTA
               PERFORM 3800-SOMAR-RESUMO
               IF WRK-CT-MOEDA = "BRL"
                   ADD WRK-CT-SALDO-ANTERIOR TO WRK-CPF-SALDO-ANTERIOR
                   ADD WRK-CT-SALDO-BASE     TO WRK-CPF-SALDO-BASE
                   ADD WRK-CT-JUROS          TO WRK-CPF-JUROS
                   ADD WRK-CT-RENDIMENTO-CDB TO WRK-CPF-RENDIMENTO-CDB
                   ADD WRK-CT-IR             TO WRK-CPF-IR
                   ADD WRK-CT-JUROS-LIMITE   TO WRK-CPF-JUROS-LIMITE
               END-IF
           END-IF.

      *UMA PASSADA PELAS POSICOES DA CONTA EM ORDEM DE DATA: A
      *ULTIMA ATE CADA 31/12 DA O SALDO DAQUELA DATA.
       3400-BUSCAR-SALDOS.
           MOVE "N" TO WS-FIM-POSICOES.
           IF SEM-POSICAO
               SET FIM-POSICOES TO TRUE
           ELSE
               MOVE WRK-CONTA-ATUAL TO PD-CONTA
               MOVE ZEROS           TO PD-DATA
               START POSICAO KEY IS NOT LESS THAN PD-CHAVE
                   INVALID KEY
                       SET FIM-POSICOES TO TRUE
               END-START
               IF WS-STATUS-POSICAO NOT = "00"
                   SET FIM-POSICOES TO TRUE
               END-IF
               IF NOT FIM-POSICOES
                   PERFORM 3490-LER-POSICAO
               END-IF
           END-IF.
           PERFORM 3450-TRATAR-POSICAO
               UNTIL FIM-POSICOES.

       3450-TRATAR-POSICAO.
           EVALUATE TRUE
               WHEN PD-CONTA NOT = WRK-CONTA-ATUAL
                   SET FIM-POSICOES TO TRUE
               WHEN PD-DATA > WRK-DATA-FIM-BASE
                   SET FIM-POSICOES TO TRUE
               WHEN PD-DATA > WRK-DATA-FIM-ANTERIOR
                   MOVE PD-SALDO-FECH TO WRK-CT-SALDO-BASE
                   PERFORM 3490-LER-POSICAO
               WHEN OTHER
                   MOVE PD-SALDO-FECH TO WRK-CT-SALDO-ANTERIOR
                   MOVE PD-SALDO-FECH TO WRK-CT-SALDO-BASE
                   PERFORM 3490-LER-POSICAO
           END-EVALUATE.

       3490-LER-POSICAO.
           READ POSICAO NEXT RECORD
               AT END
                   SET FIM-POSICOES TO TRUE
           END-READ.
           IF WS-STATUS-POSICAO NOT = "00"
               SET FIM-POSICOES TO TRUE
           END-IF.

      *NOME E ENDERECO DO CADASTRO DE CLIENTES; CPF AINDA SEM
      *REGISTRO LA SAI COM O NOME DA CONTA.
       3500-CABECALHO-CPF.
           ADD 1 TO WRK-QTD-INFORMES.
           MOVE SPACES TO LINHA-INFORME.
           MOVE ALL "=" TO LINHA-INFORME (1:64).
           WRITE LINHA-INFORME.
           MOVE SPACES TO LINHA-INFORME.
           STRING "INFORME DE RENDIMENTOS - ANO-CALENDARIO "
               WRK-ANO-BASE
               DELIMITED BY SIZE INTO LINHA-INFORME.
           WRITE LINHA-INFORME.
           MOVE WRK-CT-NOME TO CI-NOME.
           MOVE SPACES      TO CI-ENDERECO.
           IF NOT SEM-CLIENTES
               MOVE WRK-CPF-ATUAL TO CI-CPF
               READ CLIENTES
                   INVALID KEY
                       MOVE WRK-CT-NOME TO CI-NOME
                       MOVE SPACES      TO CI-ENDERECO
               END-READ
           END-IF.
           MOVE SPACES TO LINHA-INFORME.
           STRING "CPF " WRK-CPF-ATUAL " - " CI-NOME
               DELIMITED BY SIZE INTO LINHA-INFORME.
           WRITE LINHA-INFORME.
           IF CI-ENDERECO NOT = SPACES
               MOVE SPACES TO LINHA-INFORME
               STRING "ENDERECO " CI-ENDERECO
                   DELIMITED BY SIZE INTO LINHA-INFORME
               WRITE LINHA-INFORME
           END-IF.

       3600-FECHAR-CPF.
           IF WRK-CPF-QTD-CONTAS > ZERO
               MOVE SPACES TO LINHA-INFORME
               WRITE LINHA-INFORME
               MOVE SPACES TO LINHA-INFORME
               STRING "TOTAIS DO CPF EM R$"
                   DELIMITED BY SIZE INTO LINHA-INFORME
               WRITE LINHA-INFORME
               MOVE WRK-CPF-SALDO-ANTERIOR TO WRK-VALOR-DP
               MOVE SPACES TO LINHA-INFORME
               STRING "  SALDOS EM 31/12/" WRK-ANO-ANTERIOR
                   " ......: " WRK-VALOR-DP
                   DELIMITED BY SIZE INTO LINHA-INFORME
               WRITE LINHA-INFORME
               MOVE WRK-CPF-SALDO-BASE TO WRK-VALOR-DP
               MOVE SPACES TO LINHA-INFORME
               STRING "  SALDOS EM 31/12/" WRK-ANO-BASE
                   " ......: " WRK-VALOR-DP
                   DELIMITED BY SIZE INTO LINHA-INFORME
               WRITE LINHA-INFORME
               MOVE WRK-CPF-JUROS TO WRK-VALOR-DP
               MOVE SPACES TO LINHA-INFORME
               STRING "  JUROS CREDITADOS ........: " WRK-VALOR-DP
                   DELIMITED BY SIZE INTO LINHA-INFORME
               WRITE LINHA-INFORME
               MOVE WRK-CPF-RENDIMENTO-CDB TO WRK-VALOR-DP
               MOVE SPACES TO LINHA-INFORME
               STRING "  RENDIMENTO DE CDB .......: " WRK-VALOR-DP
                   DELIMITED BY SIZE INTO LINHA-INFORME
               WRITE LINHA-INFORME
               MOVE WRK-CPF-IR TO WRK-VALOR-DP
               MOVE SPACES TO LINHA-INFORME
               STRING "  IR RETIDO NA FONTE ......: " WRK-VALOR-DP
                   DELIMITED BY SIZE INTO LINHA-INFORME
               WRITE LINHA-INFORME
               MOVE WRK-CPF-JUROS-LIMITE TO WRK-VALOR-DP
               MOVE SPACES TO LINHA-INFORME
               STRING "  JUROS CHEQUE ESPECIAL PG : " WRK-VALOR-DP
                   DELIMITED BY SIZE INTO LINHA-INFORME
               WRITE LINHA-INFORME
               MOVE SPACES TO LINHA-INFORME
               WRITE LINHA-INFORME
           END-IF.

       3700-LISTAR-CONTA.
           MOVE SPACES TO LINHA-INFORME.
           WRITE LINHA-INFORME.
           MOVE SPACES TO LINHA-INFORME.
           STRING "CONTA " WRK-CONTA-ATUAL " AGENCIA " WRK-CT-AGENCIA
               " MOEDA " WRK-CT-MOEDA
               DELIMITED BY SIZE INTO LINHA-INFORME.
           WRITE LINHA-INFORME.
           MOVE WRK-CT-SALDO-ANTERIOR TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-INFORME.
           STRING "  SALDO EM 31/12/" WRK-ANO-ANTERIOR
               " .......: " WRK-VALOR-DP
               DELIMITED BY SIZE INTO LINHA-INFORME.
           WRITE LINHA-INFORME.
           MOVE WRK-CT-SALDO-BASE TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-INFORME.
           STRING "  SALDO EM 31/12/" WRK-ANO-BASE
               " .......: " WRK-VALOR-DP
               DELIMITED BY SIZE INTO LINHA-INFORME.
           WRITE LINHA-INFORME.
           IF WRK-CT-JUROS NOT = ZERO
               MOVE WRK-CT-JUROS TO WRK-VALOR-DP
               MOVE SPACES TO LINHA-INFORME
               STRING "  JUROS CREDITADOS ........: " WRK-VALOR-DP
                   DELIMITED BY SIZE INTO LINHA-INFORME
               WRITE LINHA-INFORME
           END-IF.
           IF WRK-CT-RENDIMENTO-CDB NOT = ZERO
               MOVE WRK-CT-RENDIMENTO-CDB TO WRK-VALOR-DP
               MOVE SPACES TO LINHA-INFORME
               STRING "  RENDIMENTO DE CDB .......: " WRK-VALOR-DP
                   DELIMITED BY SIZE INTO LINHA-INFORME
               WRITE LINHA-INFORME
           END-IF.
           IF WRK-CT-IR NOT = ZERO
               MOVE WRK-CT-IR TO WRK-VALOR-DP
               MOVE SPACES TO LINHA-INFORME
               STRING "  IR RETIDO NA FONTE ......: " WRK-VALOR-DP
                   DELIMITED BY SIZE INTO LINHA-INFORME
               WRITE LINHA-INFORME
           END-IF.
           IF WRK-CT-JUROS-LIMITE NOT = ZERO
               MOVE WRK-CT-JUROS-LIMITE TO WRK-VALOR-DP
               MOVE SPACES TO LINHA-INFORME
               STRING "  JUROS CHEQUE ESPECIAL PG : " WRK-VALOR-DP
                   DELIMITED BY SIZE INTO LINHA-INFORME
               WRITE LINHA-INFORME
           END-IF.

      *TABELA ESTOURADA PARA O PROGRAMA: UM RESUMO INCOMPLETO NAO
      *BATERIA COM O RAZAO.
       3800-SOMAR-RESUMO.
           MOVE ZERO TO WRK-R-ACHADO.
           PERFORM VARYING WRK-R FROM 1 BY 1
                   UNTIL WRK-R > WRK-QTD-RESUMO
                   OR WRK-R-ACHADO NOT = ZERO
               IF WRK-RS-AGENCIA (WRK-R) = WRK-CT-AGENCIA
                   AND WRK-RS-MOEDA (WRK-R) = WRK-CT-MOEDA
                   MOVE WRK-R TO WRK-R-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-R-ACHADO = ZERO
               IF WRK-QTD-RESUMO = 50
                   DISPLAY "INFORMERENDIMENTOS: MAIS DE 50 AGENCIAS/"
                       "MOEDAS - AMPLIAR A TABELA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-QTD-RESUMO
               MOVE WRK-QTD-RESUMO TO WRK-R-ACHADO
               MOVE WRK-CT-AGENCIA TO WRK-RS-AGENCIA (WRK-R-ACHADO)
               MOVE WRK-CT-MOEDA   TO WRK-RS-MOEDA (WRK-R-ACHADO)
               MOVE ZEROS TO WRK-RS-QTD-CONTAS (WRK-R-ACHADO)
                   WRK-RS-SALDO-ANTERIOR (WRK-R-ACHADO)
                   WRK-RS-SALDO-BASE (WRK-R-ACHADO)
                   WRK-RS-JUROS (WRK-R-ACHADO)
                   WRK-RS-RENDIMENTO-CDB (WRK-R-ACHADO)
                   WRK-RS-IR (WRK-R-ACHADO)
                   WRK-RS-JUROS-LIMITE (WRK-R-ACHADO)
           END-IF.
           ADD 1 TO WRK-RS-QTD-CONTAS (WRK-R-ACHADO).
           ADD WRK-CT-SALDO-ANTERIOR
               TO WRK-RS-SALDO-ANTERIOR (WRK-R-ACHADO).
           ADD WRK-CT-SALDO-BASE TO WRK-RS-SALDO-BASE (WRK-R-ACHADO).
           ADD WRK-CT-JUROS      TO WRK-RS-JUROS (WRK-R-ACHADO).
           ADD WRK-CT-RENDIMENTO-CDB
               TO WRK-RS-RENDIMENTO-CDB (WRK-R-ACHADO).
           ADD WRK-CT-IR         TO WRK-RS-IR (WRK-R-ACHADO).
           ADD WRK-CT-JUROS-LIMITE
               TO WRK-RS-JUROS-LIMITE (WRK-R-ACHADO).

       3950-RETORNAR-CLASS.
           RETURN CLASSIFICACAO
               AT END
                   SET FIM-CLASS TO TRUE
           END-RETURN.

      *O HASH DO TRAILER SOMA OS VALORES ABSOLUTOS DE TODOS OS
      *CAMPOS DE VALOR DOS DETALHES.
       4000-GRAVAR-RESUMO.
           PERFORM VARYING WRK-R FROM 1 BY 1
                   UNTIL WRK-R > WRK-QTD-RESUMO
               MOVE WRK-ANO-BASE TO RD-ANO-BASE
               MOVE WRK-RS-AGENCIA (WRK-R)     TO RD-AGENCIA
               MOVE WRK-RS-MOEDA (WRK-R)       TO RD-MOEDA
               MOVE WRK-RS-QTD-CONTAS (WRK-R)  TO RD-QTD-CONTAS
               MOVE WRK-RS-SALDO-ANTERIOR (WRK-R) TO RD-SALDO-ANTERIOR
               MOVE WRK-RS-SALDO-BASE (WRK-R)  TO RD-SALDO-BASE
               MOVE WRK-RS-JUROS (WRK-R)       TO RD-JUROS
               MOVE WRK-RS-RENDIMENTO-CDB (WRK-R) TO RD-RENDIMENTO-CDB
               MOVE WRK-RS-IR (WRK-R)          TO RD-IR-RETIDO
               MOVE WRK-RS-JUROS-LIMITE (WRK-R) TO RD-JUROS-LIMITE
               WRITE REG-RESUMO FROM REG-RES-DETALHE
               ADD 1 TO WRK-QTD-REGISTROS
               COMPUTE WRK-VALOR-ABS =
                   FUNCTION ABS(WRK-RS-SALDO-ANTERIOR (WRK-R))
               ADD WRK-VALOR-ABS TO WRK-HASH-VALOR
               COMPUTE WRK-VALOR-ABS =
                   FUNCTION ABS(WRK-RS-SALDO-BASE (WRK-R))
               ADD WRK-VALOR-ABS TO WRK-HASH-VALOR
               COMPUTE WRK-VALOR-ABS =
                   FUNCTION ABS(WRK-RS-JUROS (WRK-R))
               ADD WRK-VALOR-ABS TO WRK-HASH-VALOR
               ADD RD-RENDIMENTO-CDB TO WRK-HASH-VALOR
               ADD RD-IR-RETIDO      TO WRK-HASH-VALOR
               ADD RD-JUROS-LIMITE   TO WRK-HASH-VALOR
           END-PERFORM.
           MOVE WRK-QTD-REGISTROS TO RT-QTD-REGISTROS.
           MOVE WRK-QTD-INFORMES  TO RT-QTD-INFORMES.
           MOVE WRK-HASH-VALOR    TO RT-HASH-VALOR.
           WRITE REG-RESUMO FROM REG-RES-TRAILER.

       9000-ENCERRAR.
           MOVE WRK-QTD-INFORMES TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-INFORME.
           STRING "INFORMES EMITIDOS ..........: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-INFORME.
           WRITE LINHA-INFORME.
           MOVE WRK-QTD-SEM-CADASTRO TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-INFORME.
           STRING "LANCAMENTOS DE CONTA FORA DO MASTER: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-INFORME.
           WRITE LINHA-INFORME.
           CLOSE INFORME-REL.
           CLOSE INFORME-RESUMO.
           CLOSE CONTA-MASTER.
           IF NOT SEM-CLIENTES
               CLOSE CLIENTES
           END-IF.
           IF NOT SEM-POSICAO
               CLOSE POSICAO
           END-IF.
           DISPLAY "INFORMERENDIMENTOS: " WRK-QTD-INFORMES
               " INFORME(S) DO ANO-BASE " WRK-ANO-BASE
               " - VER INFORME.PRT E INFORMERES.DAT".
