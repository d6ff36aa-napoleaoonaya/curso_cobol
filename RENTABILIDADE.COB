       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. RENTABILIDADE.
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
      *O SALDO MEDIO DO MES SAI DA POSICAO DIARIA: O SALDO DE CADA
      *DIA CORRIDO E O DA ULTIMA POSICAO ATE ELE.
           SELECT POSICAO  ASSIGN TO "POSICAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-CHAVE
               FILE STATUS IS WS-STATUS-POSICAO.
      *O MES FECHADO PODE ESTAR NO ACERVO (ARQUIVALOG JA RODOU) OU
      *AINDA NO LOGMOVTO.DAT - OS DOIS SAO LIDOS, PELO MES.
           SELECT LOG-ARQUIVO  ASSIGN TO "LOGARQUIVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARQUIVO.
           SELECT LOG-MOVTO  ASSIGN TO "LOGMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.
      *CONTA EM DOLAR ENTRA CONVERTIDA PELA TAXA DO CAMBIO.DAT, COMO
      *NO TOTAL CONSOLIDADO DO FECHAMENTO DE MES.
           SELECT CAMBIO  ASSIGN TO "CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAMBIO.
      *RESULTADO POR CLIENTE E AGENCIA, ENTRE A APURACAO E O
      *RANKING.
           SELECT RENT-CLIENTES  ASSIGN TO "RENTCLI.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RENT-CLI.
      *FOTOGRAFIA DOS TOTAIS DE CADA MES POR AGENCIA: E DAQUI QUE
      *SAI A VARIACAO SOBRE O MES ANTERIOR (COMO O PDDHIST.DAT).
           SELECT RENT-HIST  ASSIGN TO "RENTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HT-CHAVE
               FILE STATUS IS WS-STATUS-RENT-HIST.
           SELECT RENT-REL  ASSIGN TO "RENTABILIDADE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
      *ARQUIVO PARA A PLANILHA DA GERENCIA: UMA LINHA POR CLIENTE E
      *AGENCIA, CAMPOS SEPARADOS POR ";" E VALOR COM VIRGULA
      *DECIMAL, COM A LINHA DE TITULOS NA FRENTE.
           SELECT RENT-PLANILHA  ASSIGN TO "RENTABILIDADE.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PLANILHA.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
      *CARTAO DE FIM DE MES DO AVANCADATA: COM ELE O MES APURADO E O
      *QUE ACABOU DE FECHAR, COMO NO FECHAMENTOMES.
           SELECT FIM-DE-MES  ASSIGN TO "FIMDEMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FIM-DE-MES.
           SELECT CLASSIFICACAO  ASSIGN TO "RENTSORT.TMP".
           SELECT RANKING  ASSIGN TO "RANKSORT.TMP".
       DATA                            DIVISION.
       FILE SECTION.
       FD  CONTA-MASTER.
           COPY CONTACLI.
       FD  POSICAO.
           COPY POSICAO.
       FD  LOG-ARQUIVO.
       01  REG-LOG-ARQUIVO     PICTURE X(75).
       FD  LOG-MOVTO.
           COPY LOGMOVTO.
       FD  CAMBIO.
       01  REG-CAMBIO.
           05  CB-DATA-TAXA        PICTURE 9(8).
           05  CB-TAXA-USD         PICTURE 9(3)V9(4).
       FD  RENT-CLIENTES.
       01  REG-RENT-CLIENTE.
           05  RC-AGENCIA          PICTURE 9(3).
           05  RC-CPF              PICTURE X(11).
           05  RC-NOME             PICTURE X(20).
           05  RC-QTD-CONTAS       PICTURE 9(3).
           05  RC-SALDO-MEDIO      PICTURE S9(11)V99.
           05  RC-TARIFAS          PICTURE S9(9)V99.
           05  RC-JUROS-LIMITE     PICTURE S9(9)V99.
           05  RC-TARIFA-DEVOL     PICTURE S9(9)V99.
           05  RC-JUROS-PAGOS      PICTURE S9(9)V99.
           05  RC-CONTRIBUICAO     PICTURE S9(11)V99.
           05  RC-TX-AGENCIA       PICTURE 9(5).
           05  RC-TX-LOTE          PICTURE 9(5).
           05  RC-TX-CARTAO        PICTURE 9(5).
           05  RC-TX-INTERBANCARIO PICTURE 9(5).
           05  RC-TX-CHEQUE        PICTURE 9(5).
           05  RC-TX-OUTROS        PICTURE 9(5).
       FD  RENT-HIST.
       01  REG-RENT-HIST.
           05  HT-CHAVE.
               10  HT-ANO-MES      PICTURE 9(6).
               10  HT-AGENCIA      PICTURE 9(3).
           05  HT-QTD-CLIENTES     PICTURE 9(6).
           05  HT-SALDO-MEDIO      PICTURE S9(13)V99.
           05  HT-RECEITA          PICTURE S9(11)V99.
           05  HT-JUROS-PAGOS      PICTURE S9(11)V99.
           05  HT-CONTRIBUICAO     PICTURE S9(11)V99.
           05  HT-QTD-TRANSACOES   PICTURE 9(9).
       FD  RENT-REL.
       01  LINHA-RENT          PICTURE X(100).
       FD  RENT-PLANILHA.
       01  LINHA-PLANILHA      PICTURE X(200).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       FD  FIM-DE-MES.
       01  REG-FIM-DE-MES.
           05  FM-DATA-FECHADA     PICTURE 9(8).
      *CL-TIPO "0" E A PROPRIA CONTA (COM O SALDO MEDIO DO MES EM
      *CL-VALOR); "1" E UM VALOR DO MES, COM A CATEGORIA: "T" TARIFA
      *MENSAL, "L" JUROS DO CHEQUE ESPECIAL, "Q" TARIFA DE DEVOLUCAO
      *DE CHEQUE, "J" JUROS PAGOS AO CLIENTE E "N" UMA TRANSACAO,
      *COM O CANAL EM CL-CANAL. VALORES JA EM REAIS.
       SD  CLASSIFICACAO.
       01  REG-CLASS.
           05  CL-CPF              PICTURE X(11).
           05  CL-AGENCIA          PICTURE 9(3).
           05  CL-CONTA            PICTURE 9(6).
           05  CL-TIPO             PICTURE X(1).
           05  CL-CATEGORIA        PICTURE X(1).
           05  CL-CANAL            PICTURE X(1).
           05  CL-VALOR            PICTURE S9(11)V99.
           05  CL-NOME             PICTURE X(20).
       SD  RANKING.
       01  REG-RANKING.
           05  RK-AGENCIA          PICTURE 9(3).
           05  RK-CPF              PICTURE X(11).
           05  RK-NOME             PICTURE X(20).
           05  RK-QTD-CONTAS       PICTURE 9(3).
           05  RK-SALDO-MEDIO      PICTURE S9(11)V99.
           05  RK-TARIFAS          PICTURE S9(9)V99.
           05  RK-JUROS-LIMITE     PICTURE S9(9)V99.
           05  RK-TARIFA-DEVOL     PICTURE S9(9)V99.
           05  RK-JUROS-PAGOS      PICTURE S9(9)V99.
           05  RK-CONTRIBUICAO     PICTURE S9(11)V99.
           05  RK-TX-AGENCIA       PICTURE 9(5).
           05  RK-TX-LOTE          PICTURE 9(5).
           05  RK-TX-CARTAO        PICTURE 9(5).
           05  RK-TX-INTERBANCARIO PICTURE 9(5).
           05  RK-TX-CHEQUE        PICTURE 9(5).
           05  RK-TX-OUTROS        PICTURE 9(5).
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E A RENTABILIDADE MENSAL POR CLIENTE (MIS),
      *RODADO NO FECHAMENTO DO MES: PARA CADA CPF EM CADA AGENCIA
      *JUNTA O SALDO MEDIO DAS CONTAS (POSICAO.DAT), A TARIFA MENSAL
      *(TARIFAMENSAL E A PRO-RATA DO ENCERRACONTA), OS JUROS DO
      *CHEQUE ESPECIAL (ORIGEM "L"), A TARIFA DE DEVOLUCAO DE CHEQUE
      *(COMPENSACHEQUE), OS JUROS PAGOS AO CLIENTE (OPERACAO "J") E
      *AS TRANSACOES DO MES POR CANAL. A CONTRIBUICAO LIQUIDA E A
      *RECEITA MENOS OS JUROS PAGOS; OS CLIENTES SAEM ORDENADOS POR
      *ELA DENTRO DE CADA AGENCIA, COM O QUADRO DA AGENCIA CONTRA O
      *MES ANTERIOR NO FIM. CONTAS INTERNAS (CPF ZERADO) NAO ENTRAM.
      *LANCAMENTO ESTORNADO NAO ENTRA (O ESTORNO O ANULOU).
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
       01  WRK-ANO-MES          PICTURE 9(6) VALUE ZERO.
       01  WRK-ANO-MES-ANTERIOR PICTURE 9(6) VALUE ZERO.
       01  WRK-ANO              PICTURE 9(4) VALUE ZERO.
       01  WRK-MES              PICTURE 9(2) VALUE ZERO.
       01  WRK-PRIMEIRO-DIA     PICTURE 9(8) VALUE ZERO.
       01  WRK-ULTIMO-DIA       PICTURE 9(8) VALUE ZERO.
       01  WRK-PRIMEIRO-PROXIMO PICTURE 9(8) VALUE ZERO.
       01  WRK-INT-PRIMEIRO     PICTURE 9(7) VALUE ZERO.
       01  WRK-INT-PROXIMO      PICTURE 9(7) VALUE ZERO.
       01  WRK-INT-CURSOR       PICTURE 9(7) VALUE ZERO.
       01  WRK-INT-POSICAO      PICTURE 9(7) VALUE ZERO.
       01  WRK-DIAS-MES         PICTURE 9(2) VALUE ZERO.
       01  WRK-TAXA-CAMBIO      PICTURE 9(3)V9(4) VALUE ZERO.
       01  WRK-FATOR            PICTURE 9(3)V9(4) VALUE ZERO.
      *SALDO MEDIO DA CONTA EM CURSO NA ENTRADA DA CLASSIFICACAO.
       01  WRK-SALDO-CORRENTE   PICTURE S9(7)V99 VALUE ZERO.
       01  WRK-SOMA-SALDO-DIA   PICTURE S9(13)V99 VALUE ZERO.
       01  WRK-SALDO-MEDIO      PICTURE S9(11)V99 VALUE ZERO.
       01  WRK-TEM-POSICAO      PICTURE X(1) VALUE "N".
      *CLIENTE (CPF + AGENCIA) EM CURSO NA SAIDA DA CLASSIFICACAO.
       01  WRK-CPF-ATUAL        PICTURE X(11) VALUE SPACES.
       01  WRK-AGENCIA-ATUAL    PICTURE 9(3) VALUE ZERO.
       01  WRK-TEM-CLIENTE      PICTURE X(1) VALUE "N".
       01  WRK-CONTA-ATUAL      PICTURE 9(6) VALUE ZEROS.
      *TOTAIS POR AGENCIA DO MES E DO MES ANTERIOR (RENTHIST.DAT).
       01  WRK-TAB-AGENCIAS.
           05  WRK-AG-ENTRY OCCURS 50 TIMES.
               10  WRK-AG-AGENCIA          PICTURE 9(3).
               10  WRK-AG-QTD-CLIENTES     PICTURE 9(6).
               10  WRK-AG-SALDO-MEDIO      PICTURE S9(13)V99.
               10  WRK-AG-TARIFAS          PICTURE S9(11)V99.
               10  WRK-AG-JUROS-LIMITE     PICTURE S9(11)V99.
               10  WRK-AG-TARIFA-DEVOL     PICTURE S9(11)V99.
               10  WRK-AG-JUROS-PAGOS      PICTURE S9(11)V99.
               10  WRK-AG-CONTRIBUICAO     PICTURE S9(11)V99.
               10  WRK-AG-QTD-TRANSACOES   PICTURE 9(9).
               10  WRK-AG-TEM-ANTERIOR     PICTURE X(1).
               10  WRK-AG-ANT-QTD-CLIENTES PICTURE 9(6).
               10  WRK-AG-ANT-SALDO-MEDIO  PICTURE S9(13)V99.
               10  WRK-AG-ANT-RECEITA      PICTURE S9(11)V99.
               10  WRK-AG-ANT-JUROS-PAGOS  PICTURE S9(11)V99.
               10  WRK-AG-ANT-CONTRIBUICAO PICTURE S9(11)V99.
               10  WRK-AG-ANT-TRANSACOES   PICTURE 9(9).
       01  WRK-QTD-AGENCIAS     PICTURE 9(4) VALUE ZERO.
       01  WRK-IND-AG           PICTURE 9(4) VALUE ZERO.
       01  WRK-AGENCIA-BUSCA    PICTURE 9(3) VALUE ZERO.
       01  WS-AGENCIA-ACHADA    PICTURE X    VALUE "N".
           88  AGENCIA-ACHADA                 VALUE "S".
      *LINHA DO QUADRO DA AGENCIA: ATUAL, ANTERIOR, VARIACAO E %.
       01  WRK-QD-ROTULO        PICTURE X(24) VALUE SPACES.
       01  WRK-QD-ATUAL         PICTURE S9(13)V99 VALUE ZERO.
       01  WRK-QD-ANTERIOR      PICTURE S9(13)V99 VALUE ZERO.
       01  WRK-QD-VARIACAO      PICTURE S9(13)V99 VALUE ZERO.
       01  WRK-QD-PERCENTUAL    PICTURE S9(5)V9 VALUE ZERO.
       01  WRK-QD-RECEITA       PICTURE S9(11)V99 VALUE ZERO.
       01  WRK-RANK             PICTURE 9(5) VALUE ZERO.
       01  WRK-RANK-AGENCIA     PICTURE 9(3) VALUE ZERO.
       01  WRK-QTD-TRANSACOES   PICTURE 9(7) VALUE ZERO.
       01  WRK-QTD-CLIENTES     PICTURE 9(7) VALUE ZERO.
       01  WRK-QTD-SEM-CADASTRO PICTURE 9(7) VALUE ZERO.
       01  WRK-QTD-SEM-CAMBIO   PICTURE 9(7) VALUE ZERO.
       01  WRK-QTD-DP           PICTURE ZZZ.ZZ9.
       01  WRK-RANK-DP          PICTURE ZZZZ9.
       01  WRK-VALOR-DP         PICTURE -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-ANTERIOR-DP      PICTURE -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-VARIACAO-DP      PICTURE -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-PERCENTUAL-DP    PICTURE -ZZZZ9,9.
       01  WRK-MEDIO-DP         PICTURE -ZZZ.ZZZ.ZZ9,99.
       01  WRK-RECEITA-DP       PICTURE -ZZ.ZZ9,99.
       01  WRK-CONTRIB-DP       PICTURE -ZZZ.ZZ9,99.
       01  WRK-TX-DP            PICTURE ZZZZ9.
      *CAMPOS DA PLANILHA: SEM SEPARADOR DE MILHAR, VIRGULA DECIMAL.
       01  WRK-PL-MEDIO         PICTURE -(11)9,99.
       01  WRK-PL-TARIFAS       PICTURE -(9)9,99.
       01  WRK-PL-JUROS-LIMITE  PICTURE -(9)9,99.
       01  WRK-PL-TARIFA-DEVOL  PICTURE -(9)9,99.
       01  WRK-PL-JUROS-PAGOS   PICTURE -(9)9,99.
       01  WRK-PL-CONTRIBUICAO  PICTURE -(11)9,99.
       01  WS-STATUS-CONTA      PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-POSICAO    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-ARQUIVO    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-LOG        PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CAMBIO     PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-RENT-CLI   PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-RENT-HIST  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-REL        PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-PLANILHA   PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-FIM-DE-MES PICTURE X(2) VALUE SPACES.
       01  WS-FIM-ARQUIVO       PICTURE X    VALUE "N".
           88  FIM-ARQUIVO                    VALUE "S".
       01  WS-FIM-LOG           PICTURE X    VALUE "N".
           88  FIM-LOG                        VALUE "S".
       01  WS-FIM-CONTAS        PICTURE X    VALUE "N".
           88  FIM-CONTAS                     VALUE "S".
       01  WS-FIM-POSICOES      PICTURE X    VALUE "N".
           88  FIM-POSICOES                   VALUE "S".
       01  WS-FIM-CLASS         PICTURE X    VALUE "N".
           88  FIM-CLASS                      VALUE "S".
       01  WS-FIM-RANKING       PICTURE X    VALUE "N".
           88  FIM-RANKING                    VALUE "S".
       01  WS-FIM-RENT-HIST     PICTURE X    VALUE "N".
           88  FIM-RENT-HIST                  VALUE "S".
       01  WS-SEM-POSICAO       PICTURE X    VALUE "N".
           88  SEM-POSICAO                    VALUE "S".
       01  WS-CONTA-ACHADA      PICTURE X    VALUE "N".
           88  CONTA-ACHADA                   VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           SORT CLASSIFICACAO
               ON ASCENDING KEY CL-CPF CL-AGENCIA CL-CONTA CL-TIPO
               INPUT PROCEDURE IS 2000-LIBERAR-VALORES
               OUTPUT PROCEDURE IS 3000-APURAR-CLIENTES.
           PERFORM 4000-CARREGAR-MES-ANTERIOR.
           SORT RANKING
               ON ASCENDING KEY RK-AGENCIA
               ON DESCENDING KEY RK-CONTRIBUICAO
               ON ASCENDING KEY RK-CPF
               USING RENT-CLIENTES
               OUTPUT PROCEDURE IS 5000-EMITIR-RANKING.
           PERFORM 6000-QUADRO-AGENCIAS.
           PERFORM 7000-GRAVAR-HISTORICO.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           PERFORM 1050-LER-DATA-MOVTO.
           PERFORM 1060-LER-FIM-DE-MES.
           PERFORM 1070-MONTAR-PERIODO.
           PERFORM 1080-LER-TAXA-CAMBIO.
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
           OPEN INPUT POSICAO.
           IF WS-STATUS-POSICAO = "35"
               DISPLAY "RENTABILIDADE: SEM POSICAO.DAT - SALDO MEDIO "
                   "PELO SALDO ATUAL DA CONTA"
               SET SEM-POSICAO TO TRUE
           END-IF.
           OPEN OUTPUT RENT-REL.
           OPEN OUTPUT RENT-PLANILHA.
           MOVE SPACES TO LINHA-RENT.
           STRING "RENTABILIDADE POR CLIENTE E AGENCIA - MES "
               WRK-ANO-MES " - EM R$"
               DELIMITED BY SIZE INTO LINHA-RENT.
           WRITE LINHA-RENT.
           MOVE SPACES TO LINHA-PLANILHA.
           STRING "ANO-MES;AGENCIA;POSICAO;CPF;NOME;CONTAS;"
               "SALDO MEDIO;TARIFA MENSAL;JUROS CHEQUE ESPECIAL;"
               "TARIFA DEVOLUCAO;JUROS PAGOS;CONTRIBUICAO LIQUIDA;"
               "TX AGENCIA;TX LOTE;TX CARTAO;TX INTERBANCARIO;"
               "TX CHEQUE;TX OUTROS"
               DELIMITED BY SIZE INTO LINHA-PLANILHA.
           WRITE LINHA-PLANILHA.

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
           MOVE WRK-DATA-MOVTO (1:6) TO WRK-ANO-MES.

      *COM O CARTAO DE FIM DE MES DO AVANCADATA, O MES APURADO E O
      *MES FECHADO DO CARTAO. SEM O CARTAO (RODADA AVULSA), VALE O
      *MES DA DATA-MOVIMENTO, ATE A DATA.
       1060-LER-FIM-DE-MES.
           OPEN INPUT FIM-DE-MES.
           IF WS-STATUS-FIM-DE-MES NOT = "35"
               READ FIM-DE-MES
                   NOT AT END
                       IF FM-DATA-FECHADA NUMERIC
                           AND FM-DATA-FECHADA NOT = ZEROS
                           MOVE FM-DATA-FECHADA (1:6) TO WRK-ANO-MES
                       END-IF
               END-READ
               CLOSE FIM-DE-MES
           ELSE
               DISPLAY "RENTABILIDADE: SEM FIMDEMES.DAT - MES "
                   WRK-ANO-MES " PARCIAL ATE " WRK-DATA-MOVTO
           END-IF.

      *O MES ANTERIOR DE JANEIRO E DEZEMBRO DO ANO ANTERIOR (AAAA01
      *- 89 = AAAA-1 12), COMO NO FECHAMENTOMES.
       1070-MONTAR-PERIODO.
           MOVE WRK-ANO-MES (1:4) TO WRK-ANO.
           MOVE WRK-ANO-MES (5:2) TO WRK-MES.
           IF WRK-MES = 1
               COMPUTE WRK-ANO-MES-ANTERIOR = WRK-ANO-MES - 89
           ELSE
               COMPUTE WRK-ANO-MES-ANTERIOR = WRK-ANO-MES - 1
           END-IF.
           COMPUTE WRK-PRIMEIRO-DIA = WRK-ANO-MES * 100 + 1.
           IF WRK-MES = 12
               COMPUTE WRK-PRIMEIRO-PROXIMO =
                   (WRK-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WRK-PRIMEIRO-PROXIMO =
                   (WRK-ANO-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WRK-INT-PRIMEIRO =
               FUNCTION INTEGER-OF-DATE(WRK-PRIMEIRO-DIA).
           COMPUTE WRK-INT-PROXIMO =
               FUNCTION INTEGER-OF-DATE(WRK-PRIMEIRO-PROXIMO).
           COMPUTE WRK-DIAS-MES = WRK-INT-PROXIMO - WRK-INT-PRIMEIRO.
           COMPUTE WRK-ULTIMO-DIA = WRK-ANO-MES * 100 + WRK-DIAS-MES.

       1080-LER-TAXA-CAMBIO.
           MOVE ZERO TO WRK-TAXA-CAMBIO.
           OPEN INPUT CAMBIO.
           IF WS-STATUS-CAMBIO NOT = "35"
               READ CAMBIO
                   NOT AT END
                       IF CB-TAXA-USD NUMERIC
                           MOVE CB-TAXA-USD TO WRK-TAXA-CAMBIO
                       END-IF
               END-READ
               CLOSE CAMBIO
           END-IF.

      *ENTRADA DA CLASSIFICACAO: OS VALORES DO MES (ACERVO E PERIODO
      *ABERTO), CADA UM COM O CPF E A AGENCIA DA CONTA, E DEPOIS UMA
      *LINHA POR CONTA DO MASTER COM O SALDO MEDIO.
       2000-LIBERAR-VALORES.
           PERFORM 2100-LIBERAR-DO-ACERVO.
           PERFORM 2200-LIBERAR-DO-PERIODO-ABERTO.
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
           PERFORM 2650-FATOR-DA-MOEDA.
           IF CM-CPF NOT = "00000000000" AND WRK-FATOR > ZERO
               PERFORM 2460-CALCULAR-SALDO-MEDIO
               MOVE CM-CPF     TO CL-CPF
               MOVE CM-AGENCIA TO CL-AGENCIA
               MOVE CM-CONTA   TO CL-CONTA
               MOVE "0"        TO CL-TIPO
               MOVE SPACE      TO CL-CATEGORIA
               MOVE SPACE      TO CL-CANAL
               COMPUTE CL-VALOR ROUNDED = WRK-SALDO-MEDIO * WRK-FATOR
               MOVE CM-NOME    TO CL-NOME
               RELEASE REG-CLASS
           END-IF.
           PERFORM 2490-LER-CONTA.

      *SALDO DE CADA DIA CORRIDO DO MES = ULTIMA POSICAO ATE O DIA
      *(CONTA SEM MOVIMENTO NAO GANHA POSICAO). A MEDIA E A SOMA DOS
      *SALDOS DIARIOS PELOS DIAS DO MES. SEM NENHUMA POSICAO ATE O
      *FIM DO MES, VALE O SALDO ATUAL (REGRA DO TARIFAMENSAL).
       2460-CALCULAR-SALDO-MEDIO.
           MOVE ZERO TO WRK-SALDO-CORRENTE WRK-SOMA-SALDO-DIA.
           MOVE "N"  TO WRK-TEM-POSICAO.
           MOVE WRK-INT-PRIMEIRO TO WRK-INT-CURSOR.
           MOVE "N"  TO WS-FIM-POSICOES.
           IF SEM-POSICAO
               SET FIM-POSICOES TO TRUE
           ELSE
               MOVE CM-CONTA TO PD-CONTA
               MOVE ZEROS    TO PD-DATA
               START POSICAO KEY IS NOT LESS THAN PD-CHAVE
                   INVALID KEY
                       SET FIM-POSICOES TO TRUE
               END-START
               IF WS-STATUS-POSICAO NOT = "00"
                   SET FIM-POSICOES TO TRUE
               END-IF
           END-IF.
           PERFORM 2470-SOMAR-POSICAO
               UNTIL FIM-POSICOES.
           IF WRK-TEM-POSICAO = "N"
               MOVE CM-SALDO TO WRK-SALDO-MEDIO
           ELSE
               COMPUTE WRK-SOMA-SALDO-DIA = WRK-SOMA-SALDO-DIA +
                   WRK-SALDO-CORRENTE *
                   (WRK-INT-PROXIMO - WRK-INT-CURSOR)
               COMPUTE WRK-SALDO-MEDIO ROUNDED =
                   WRK-SOMA-SALDO-DIA / WRK-DIAS-MES
           END-IF.

       2470-SOMAR-POSICAO.
           READ POSICAO NEXT RECORD
               AT END
                   SET FIM-POSICOES TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PD-CONTA NOT = CM-CONTA
                           SET FIM-POSICOES TO TRUE
                       WHEN PD-DATA > WRK-ULTIMO-DIA
                           SET FIM-POSICOES TO TRUE
                       WHEN PD-DATA < WRK-PRIMEIRO-DIA
                           MOVE PD-SALDO-FECH TO WRK-SALDO-CORRENTE
                           MOVE "S" TO WRK-TEM-POSICAO
                       WHEN OTHER
                           COMPUTE WRK-INT-POSICAO =
                               FUNCTION INTEGER-OF-DATE(PD-DATA)
                           COMPUTE WRK-SOMA-SALDO-DIA =
                               WRK-SOMA-SALDO-DIA + WRK-SALDO-CORRENTE
                               * (WRK-INT-POSICAO - WRK-INT-CURSOR)
                           MOVE WRK-INT-POSICAO TO WRK-INT-CURSOR
                           MOVE PD-SALDO-FECH TO WRK-SALDO-CORRENTE
                           MOVE "S" TO WRK-TEM-POSICAO
                   END-EVALUATE
           END-READ.
           IF WS-STATUS-POSICAO NOT = "00"
               SET FIM-POSICOES TO TRUE
           END-IF.

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

      *RECEITAS: TARIFA MENSAL ("F" ORIGEM "F"), JUROS DO CHEQUE
      *ESPECIAL (ORIGEM "L") E TARIFA DE DEVOLUCAO ("F" ORIGEM "Q").
      *CUSTO: JUROS "J" PAGOS, PELO QUE MOVERAM O SALDO (O "J" DO
      *LOTE NAO TRAZ VALOR). O IR RETIDO (ORIGEM "R") E DO FISCO. O
      *RESTO E TRANSACAO DO CLIENTE, CONTADA PELO CANAL DA ORIGEM;
      *RECUSA ("R") E ESTORNO ("E") NAO SAO TRANSACAO.
       2500-CLASSIFICAR-LANCAMENTO.
           IF LG-DATA-HORA (1:6) = WRK-ANO-MES
               AND LG-ESTORNADO NOT = "S"
               AND LG-OPERACAO NOT = "E"
               AND LG-OPERACAO NOT = "R"
               MOVE SPACE TO CL-CATEGORIA
               MOVE SPACE TO CL-CANAL
               MOVE ZERO  TO CL-VALOR
               EVALUATE TRUE
                   WHEN LG-ORIGEM = "L"
                       MOVE "L" TO CL-CATEGORIA
                       MOVE LG-VALOR TO CL-VALOR
                   WHEN LG-ORIGEM = "R"
                       CONTINUE
                   WHEN LG-OPERACAO = "F" AND LG-ORIGEM = "Q"
                       MOVE "Q" TO CL-CATEGORIA
                       MOVE LG-VALOR TO CL-VALOR
                   WHEN LG-OPERACAO = "F"
                       MOVE "T" TO CL-CATEGORIA
                       MOVE LG-VALOR TO CL-VALOR
                   WHEN LG-OPERACAO = "J"
                       MOVE "J" TO CL-CATEGORIA
                       COMPUTE CL-VALOR =
                           LG-SALDO-DEPOIS - LG-SALDO-ANTES
                   WHEN OTHER
                       MOVE "N" TO CL-CATEGORIA
                       PERFORM 2550-CANAL-DA-ORIGEM
               END-EVALUATE
               IF CL-CATEGORIA NOT = SPACE
                   MOVE LG-CONTA TO CM-CONTA
                   PERFORM 2600-BUSCAR-CLIENTE
                   IF CONTA-ACHADA
                       RELEASE REG-CLASS
                   END-IF
               END-IF
           END-IF.

      *"A" AGENCIA (MOVIMENTACAO INTERATIVA), "L" LOTE NOTURNO E
      *REPROCESSAMENTO, "C" CARTAO DE DEBITO, "X" INTERBANCARIO E
      *COBRANCA, "H" CHEQUE COMPENSADO E "O" OS DEMAIS (LIBERACAO DE
      *EMPRESTIMO, CDB, FOLHA DE PAGAMENTO).
       2550-CANAL-DA-ORIGEM.
           EVALUATE LG-ORIGEM
               WHEN "I"
                   MOVE "A" TO CL-CANAL
               WHEN "B"
               WHEN "P"
                   MOVE "L" TO CL-CANAL
               WHEN "C"
                   MOVE "C" TO CL-CANAL
               WHEN "X"
               WHEN "K"
                   MOVE "X" TO CL-CANAL
               WHEN "Q"
                   MOVE "H" TO CL-CANAL
               WHEN OTHER
                   MOVE "O" TO CL-CANAL
           END-EVALUATE.

      *CONTA FORA DO MASTER NAO TEM CPF: SO E CONTADA NO RODAPE.
      *CONTA INTERNA E CONTA EM DOLAR SEM TAXA FICAM DE FORA.
       2600-BUSCAR-CLIENTE.
           MOVE "N" TO WS-CONTA-ACHADA.
           READ CONTA-MASTER
               INVALID KEY
                   ADD 1 TO WRK-QTD-SEM-CADASTRO
               NOT INVALID KEY
                   PERFORM 2650-FATOR-DA-MOEDA
                   IF CM-CPF NOT = "00000000000"
                       AND WRK-FATOR > ZERO
                       SET CONTA-ACHADA TO TRUE
                       MOVE CM-CPF     TO CL-CPF
                       MOVE CM-AGENCIA TO CL-AGENCIA
                       MOVE CM-CONTA   TO CL-CONTA
                       MOVE "1"        TO CL-TIPO
                       MOVE CM-NOME    TO CL-NOME
                       COMPUTE CL-VALOR ROUNDED = CL-VALOR * WRK-FATOR
                   END-IF
           END-READ.

       2650-FATOR-DA-MOEDA.
           IF CM-MOEDA = "USD"
               MOVE WRK-TAXA-CAMBIO TO WRK-FATOR
               IF WRK-FATOR = ZERO
                   ADD 1 TO WRK-QTD-SEM-CAMBIO
               END-IF
           ELSE
               MOVE 1 TO WRK-FATOR
           END-IF.

      *SAIDA DA CLASSIFICACAO: QUEBRA POR CPF + AGENCIA. O CLIENTE
      *SEM SALDO MEDIO, SEM VALOR E SEM TRANSACAO NO MES NAO ENTRA
      *(EX. CONTA ENCERRADA ANTES DO MES).
       3000-APURAR-CLIENTES.
           OPEN OUTPUT RENT-CLIENTES.
           MOVE "N" TO WRK-TEM-CLIENTE.
           PERFORM 3950-RETORNAR-CLASS.
           PERFORM 3100-ACUMULAR-CLASS
               UNTIL FIM-CLASS.
           IF WRK-TEM-CLIENTE = "S"
               PERFORM 3300-FECHAR-CLIENTE
           END-IF.
           CLOSE RENT-CLIENTES.

       3100-ACUMULAR-CLASS.
           IF WRK-TEM-CLIENTE = "N"
               OR CL-CPF NOT = WRK-CPF-ATUAL
               OR CL-AGENCIA NOT = WRK-AGENCIA-ATUAL
               IF WRK-TEM-CLIENTE = "S"
                   PERFORM 3300-FECHAR-CLIENTE
               END-IF
               PERFORM 3200-ABRIR-CLIENTE
           END-IF.
           IF CL-CONTA NOT = WRK-CONTA-ATUAL
               MOVE CL-CONTA TO WRK-CONTA-ATUAL
               ADD 1 TO RC-QTD-CONTAS
           END-IF.
           IF CL-NOME NOT = SPACES
               MOVE CL-NOME TO RC-NOME
           END-IF.
           EVALUATE TRUE
               WHEN CL-TIPO = "0"
                   ADD CL-VALOR TO RC-SALDO-MEDIO
               WHEN CL-CATEGORIA = "T"
                   ADD CL-VALOR TO RC-TARIFAS
               WHEN CL-CATEGORIA = "L"
                   ADD CL-VALOR TO RC-JUROS-LIMITE
               WHEN CL-CATEGORIA = "Q"
                   ADD CL-VALOR TO RC-TARIFA-DEVOL
               WHEN CL-CATEGORIA = "J"
                   ADD CL-VALOR TO RC-JUROS-PAGOS
               WHEN OTHER
                   PERFORM 3150-CONTAR-TRANSACAO
           END-EVALUATE.
           PERFORM 3950-RETORNAR-CLASS.

       3150-CONTAR-TRANSACAO.
           EVALUATE CL-CANAL
               WHEN "A"
                   ADD 1 TO RC-TX-AGENCIA
               WHEN "L"
                   ADD 1 TO RC-TX-LOTE
               WHEN "C"
                   ADD 1 TO RC-TX-CARTAO
               WHEN "X"
                   ADD 1 TO RC-TX-INTERBANCARIO
               WHEN "H"
                   ADD 1 TO RC-TX-CHEQUE
               WHEN OTHER
                   ADD 1 TO RC-TX-OUTROS
           END-EVALUATE.

       3200-ABRIR-CLIENTE.
           MOVE "S"        TO WRK-TEM-CLIENTE.
           MOVE CL-CPF     TO WRK-CPF-ATUAL.
           MOVE CL-AGENCIA TO WRK-AGENCIA-ATUAL.
           MOVE ZEROS      TO WRK-CONTA-ATUAL.
           MOVE CL-AGENCIA TO RC-AGENCIA.
           MOVE CL-CPF     TO RC-CPF.
           MOVE SPACES     TO RC-NOME.
           MOVE ZEROS TO RC-QTD-CONTAS RC-SALDO-MEDIO RC-TARIFAS
               RC-JUROS-LIMITE RC-TARIFA-DEVOL RC-JUROS-PAGOS
               RC-CONTRIBUICAO RC-TX-AGENCIA RC-TX-LOTE RC-TX-CARTAO
               RC-TX-INTERBANCARIO RC-TX-CHEQUE RC-TX-OUTROS.

       3300-FECHAR-CLIENTE.
           COMPUTE WRK-QTD-TRANSACOES = RC-TX-AGENCIA + RC-TX-LOTE
               + RC-TX-CARTAO + RC-TX-INTERBANCARIO + RC-TX-CHEQUE
               + RC-TX-OUTROS.
           COMPUTE RC-CONTRIBUICAO = RC-TARIFAS + RC-JUROS-LIMITE
               + RC-TARIFA-DEVOL - RC-JUROS-PAGOS.
           IF RC-SALDO-MEDIO NOT = ZERO
               OR RC-TARIFAS NOT = ZERO
               OR RC-JUROS-LIMITE NOT = ZERO
               OR RC-TARIFA-DEVOL NOT = ZERO
               OR RC-JUROS-PAGOS NOT = ZERO
               OR WRK-QTD-TRANSACOES NOT = ZERO
               WRITE REG-RENT-CLIENTE
               ADD 1 TO WRK-QTD-CLIENTES
               MOVE RC-AGENCIA TO WRK-AGENCIA-BUSCA
               PERFORM 3400-LOCALIZAR-AGENCIA
               ADD 1 TO WRK-AG-QTD-CLIENTES (WRK-IND-AG)
               ADD RC-SALDO-MEDIO  TO WRK-AG-SALDO-MEDIO (WRK-IND-AG)
               ADD RC-TARIFAS      TO WRK-AG-TARIFAS (WRK-IND-AG)
               ADD RC-JUROS-LIMITE TO WRK-AG-JUROS-LIMITE (WRK-IND-AG)
               ADD RC-TARIFA-DEVOL TO WRK-AG-TARIFA-DEVOL (WRK-IND-AG)
               ADD RC-JUROS-PAGOS  TO WRK-AG-JUROS-PAGOS (WRK-IND-AG)
               ADD RC-CONTRIBUICAO TO WRK-AG-CONTRIBUICAO (WRK-IND-AG)
               ADD WRK-QTD-TRANSACOES
                   TO WRK-AG-QTD-TRANSACOES (WRK-IND-AG)
           END-IF.

      *DEIXA O WRK-IND-AG NA ENTRADA DA AGENCIA WRK-AGENCIA-BUSCA,
      *ABRINDO A ENTRADA ZERADA QUANDO A AGENCIA AINDA NAO APARECEU.
      *TABELA ESTOURADA PARA O PROGRAMA: UM QUADRO INCOMPLETO NAO
      *SERVE PARA A GERENCIA.
       3400-LOCALIZAR-AGENCIA.
           MOVE "N" TO WS-AGENCIA-ACHADA.
           MOVE ZERO TO WRK-IND-AG.
           PERFORM 3450-COMPARAR-AGENCIA
               UNTIL AGENCIA-ACHADA
                  OR WRK-IND-AG >= WRK-QTD-AGENCIAS.
           IF NOT AGENCIA-ACHADA
               IF WRK-QTD-AGENCIAS >= 50
                   DISPLAY "RENTABILIDADE: MAIS DE 50 AGENCIAS - "
                       "AMPLIAR A TABELA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-QTD-AGENCIAS
               MOVE WRK-QTD-AGENCIAS TO WRK-IND-AG
               MOVE WRK-AGENCIA-BUSCA TO WRK-AG-AGENCIA (WRK-IND-AG)
               MOVE ZEROS TO WRK-AG-QTD-CLIENTES (WRK-IND-AG)
                   WRK-AG-SALDO-MEDIO (WRK-IND-AG)
                   WRK-AG-TARIFAS (WRK-IND-AG)
                   WRK-AG-JUROS-LIMITE (WRK-IND-AG)
                   WRK-AG-TARIFA-DEVOL (WRK-IND-AG)
                   WRK-AG-JUROS-PAGOS (WRK-IND-AG)
                   WRK-AG-CONTRIBUICAO (WRK-IND-AG)
                   WRK-AG-QTD-TRANSACOES (WRK-IND-AG)
                   WRK-AG-ANT-QTD-CLIENTES (WRK-IND-AG)
                   WRK-AG-ANT-SALDO-MEDIO (WRK-IND-AG)
                   WRK-AG-ANT-RECEITA (WRK-IND-AG)
                   WRK-AG-ANT-JUROS-PAGOS (WRK-IND-AG)
                   WRK-AG-ANT-CONTRIBUICAO (WRK-IND-AG)
                   WRK-AG-ANT-TRANSACOES (WRK-IND-AG)
               MOVE "N" TO WRK-AG-TEM-ANTERIOR (WRK-IND-AG)
           END-IF.

       3450-COMPARAR-AGENCIA.
           ADD 1 TO WRK-IND-AG.
           IF WRK-AG-AGENCIA (WRK-IND-AG) = WRK-AGENCIA-BUSCA
               SET AGENCIA-ACHADA TO TRUE
           END-IF.

       3950-RETORNAR-CLASS.
           RETURN CLASSIFICACAO
               AT END
                   SET FIM-CLASS TO TRUE
           END-RETURN.

      *AGENCIA QUE TINHA CLIENTES NO MES ANTERIOR E NAO TEM NESTE
      *TAMBEM ENTRA NO QUADRO, COM A QUEDA TOTAL NA VARIACAO.
       4000-CARREGAR-MES-ANTERIOR.
           OPEN I-O RENT-HIST.
           IF WS-STATUS-RENT-HIST = "35"
               OPEN OUTPUT RENT-HIST
               CLOSE RENT-HIST
               OPEN I-O RENT-HIST
           END-IF.
           MOVE WRK-ANO-MES-ANTERIOR TO HT-ANO-MES.
           MOVE ZERO TO HT-AGENCIA.
           START RENT-HIST KEY IS NOT LESS THAN HT-CHAVE
               INVALID KEY
                   SET FIM-RENT-HIST TO TRUE
           END-START.
           IF NOT FIM-RENT-HIST
               PERFORM 4900-LER-RENT-HIST
           END-IF.
           PERFORM 4100-ACUMULAR-MES-ANTERIOR
               UNTIL FIM-RENT-HIST.

       4100-ACUMULAR-MES-ANTERIOR.
           IF HT-ANO-MES = WRK-ANO-MES-ANTERIOR
               MOVE HT-AGENCIA TO WRK-AGENCIA-BUSCA
               PERFORM 3400-LOCALIZAR-AGENCIA
               MOVE "S" TO WRK-AG-TEM-ANTERIOR (WRK-IND-AG)
               MOVE HT-QTD-CLIENTES
                   TO WRK-AG-ANT-QTD-CLIENTES (WRK-IND-AG)
               MOVE HT-SALDO-MEDIO
                   TO WRK-AG-ANT-SALDO-MEDIO (WRK-IND-AG)
               MOVE HT-RECEITA TO WRK-AG-ANT-RECEITA (WRK-IND-AG)
               MOVE HT-JUROS-PAGOS
                   TO WRK-AG-ANT-JUROS-PAGOS (WRK-IND-AG)
               MOVE HT-CONTRIBUICAO
                   TO WRK-AG-ANT-CONTRIBUICAO (WRK-IND-AG)
               MOVE HT-QTD-TRANSACOES
                   TO WRK-AG-ANT-TRANSACOES (WRK-IND-AG)
               PERFORM 4900-LER-RENT-HIST
           ELSE
               SET FIM-RENT-HIST TO TRUE
           END-IF.

      *O TESTE DE FILE STATUS COBRE ERRO PERMANENTE DE I-O, QUE NAO
      *LEVANTA O AT END - SEM ELE A VARREDURA FICARIA EM LACO.
       4900-LER-RENT-HIST.
           READ RENT-HIST NEXT RECORD
               AT END
                   SET FIM-RENT-HIST TO TRUE
           END-READ.
           IF WS-STATUS-RENT-HIST NOT = "00"
               SET FIM-RENT-HIST TO TRUE
           END-IF.

      *SAIDA DO RANKING: POR AGENCIA, DA MAIOR PARA A MENOR
      *CONTRIBUICAO LIQUIDA. DUAS LINHAS POR CLIENTE NO RELATORIO
      *(VALORES E TRANSACOES POR CANAL) E UMA NA PLANILHA.
       5000-EMITIR-RANKING.
           MOVE ZERO TO WRK-RANK-AGENCIA.
           PERFORM 5900-RETORNAR-RANKING.
           PERFORM 5100-LISTAR-CLIENTE
               UNTIL FIM-RANKING.

       5100-LISTAR-CLIENTE.
           IF RK-AGENCIA NOT = WRK-RANK-AGENCIA OR WRK-RANK = ZERO
               PERFORM 5200-CABECALHO-AGENCIA
           END-IF.
           ADD 1 TO WRK-RANK.
           MOVE WRK-RANK        TO WRK-RANK-DP.
           MOVE RK-SALDO-MEDIO  TO WRK-MEDIO-DP.
           COMPUTE WRK-QD-RECEITA = RK-TARIFAS + RK-JUROS-LIMITE
               + RK-TARIFA-DEVOL.
           MOVE WRK-QD-RECEITA  TO WRK-RECEITA-DP.
           MOVE RK-CONTRIBUICAO TO WRK-CONTRIB-DP.
           MOVE SPACES TO LINHA-RENT.
           STRING WRK-RANK-DP " " RK-CPF " " RK-NOME " "
               WRK-MEDIO-DP " " WRK-RECEITA-DP " " WRK-CONTRIB-DP
               DELIMITED BY SIZE INTO LINHA-RENT.
           WRITE LINHA-RENT.
           MOVE SPACES TO LINHA-RENT.
           MOVE RK-TARIFAS TO WRK-RECEITA-DP.
           STRING "      TARIFA " WRK-RECEITA-DP
               DELIMITED BY SIZE INTO LINHA-RENT.
           MOVE RK-JUROS-LIMITE TO WRK-RECEITA-DP.
           STRING " JUROS CE " WRK-RECEITA-DP
               DELIMITED BY SIZE INTO LINHA-RENT (25:).
           MOVE RK-TARIFA-DEVOL TO WRK-RECEITA-DP.
           STRING " DEVOL " WRK-RECEITA-DP
               DELIMITED BY SIZE INTO LINHA-RENT (45:).
           MOVE RK-JUROS-PAGOS TO WRK-RECEITA-DP.
           STRING " JUROS PAGOS " WRK-RECEITA-DP
               DELIMITED BY SIZE INTO LINHA-RENT (62:).
           WRITE LINHA-RENT.
           MOVE SPACES TO LINHA-RENT.
           STRING "      TRANSACOES AGENCIA " RK-TX-AGENCIA
               " LOTE " RK-TX-LOTE " CARTAO " RK-TX-CARTAO
               " INTERB " RK-TX-INTERBANCARIO
               " CHEQUE " RK-TX-CHEQUE " OUTROS " RK-TX-OUTROS
               DELIMITED BY SIZE INTO LINHA-RENT.
           WRITE LINHA-RENT.
           PERFORM 5500-GRAVAR-PLANILHA.
           PERFORM 5900-RETORNAR-RANKING.

       5200-CABECALHO-AGENCIA.
           MOVE RK-AGENCIA TO WRK-RANK-AGENCIA.
           MOVE ZERO       TO WRK-RANK.
           MOVE SPACES TO LINHA-RENT.
           WRITE LINHA-RENT.
           MOVE SPACES TO LINHA-RENT.
           MOVE ALL "=" TO LINHA-RENT (1:90).
           WRITE LINHA-RENT.
           MOVE SPACES TO LINHA-RENT.
           STRING "AGENCIA " RK-AGENCIA
               " - CLIENTES POR CONTRIBUICAO LIQUIDA"
               DELIMITED BY SIZE INTO LINHA-RENT.
           WRITE LINHA-RENT.
           MOVE SPACES TO LINHA-RENT.
           STRING "  POS CPF         NOME                 "
               "    SALDO MEDIO     RECEITA  CONTRIBUICAO"
               DELIMITED BY SIZE INTO LINHA-RENT.
           WRITE LINHA-RENT.

       5500-GRAVAR-PLANILHA.
           MOVE RK-SALDO-MEDIO  TO WRK-PL-MEDIO.
           MOVE RK-TARIFAS      TO WRK-PL-TARIFAS.
           MOVE RK-JUROS-LIMITE TO WRK-PL-JUROS-LIMITE.
           MOVE RK-TARIFA-DEVOL TO WRK-PL-TARIFA-DEVOL.
           MOVE RK-JUROS-PAGOS  TO WRK-PL-JUROS-PAGOS.
           MOVE RK-CONTRIBUICAO TO WRK-PL-CONTRIBUICAO.
           MOVE SPACES TO LINHA-PLANILHA.
           STRING WRK-ANO-MES ";" RK-AGENCIA ";" WRK-RANK ";"
               RK-CPF ";" RK-NOME ";" RK-QTD-CONTAS ";"
               WRK-PL-MEDIO ";" WRK-PL-TARIFAS ";"
               WRK-PL-JUROS-LIMITE ";" WRK-PL-TARIFA-DEVOL ";"
               WRK-PL-JUROS-PAGOS ";" WRK-PL-CONTRIBUICAO ";"
               RK-TX-AGENCIA ";" RK-TX-LOTE ";" RK-TX-CARTAO ";"
               RK-TX-INTERBANCARIO ";" RK-TX-CHEQUE ";" RK-TX-OUTROS
               DELIMITED BY SIZE INTO LINHA-PLANILHA.
           WRITE LINHA-PLANILHA.

       5900-RETORNAR-RANKING.
           RETURN RANKING
               AT END
                   SET FIM-RANKING TO TRUE
           END-RETURN.

      *QUADRO POR AGENCIA: MES APURADO, MES ANTERIOR (RENTHIST.DAT),
      *VARIACAO E VARIACAO PERCENTUAL. SEM A FOTOGRAFIA DO MES
      *ANTERIOR (PRIMEIRA APURACAO) SO SAI O MES.
       6000-QUADRO-AGENCIAS.
           MOVE SPACES TO LINHA-RENT.
           WRITE LINHA-RENT.
           MOVE SPACES TO LINHA-RENT.
           MOVE ALL "=" TO LINHA-RENT (1:90).
           WRITE LINHA-RENT.
           MOVE SPACES TO LINHA-RENT.
           STRING "TOTAIS POR AGENCIA - MES " WRK-ANO-MES
               " CONTRA " WRK-ANO-MES-ANTERIOR
               DELIMITED BY SIZE INTO LINHA-RENT.
           WRITE LINHA-RENT.
           MOVE ZERO TO WRK-IND-AG.
           PERFORM 6100-QUADRO-AGENCIA
               UNTIL WRK-IND-AG >= WRK-QTD-AGENCIAS.

       6100-QUADRO-AGENCIA.
           ADD 1 TO WRK-IND-AG.
           MOVE SPACES TO LINHA-RENT.
           WRITE LINHA-RENT.
           MOVE SPACES TO LINHA-RENT.
           STRING "AGENCIA " WRK-AG-AGENCIA (WRK-IND-AG)
               "                     MES APURADO"
               "       MES ANTERIOR           VARIACAO        %"
               DELIMITED BY SIZE INTO LINHA-RENT.
           WRITE LINHA-RENT.
           MOVE "  CLIENTES" TO WRK-QD-ROTULO.
           MOVE WRK-AG-QTD-CLIENTES (WRK-IND-AG) TO WRK-QD-ATUAL.
           MOVE WRK-AG-ANT-QTD-CLIENTES (WRK-IND-AG)
               TO WRK-QD-ANTERIOR.
           PERFORM 6200-LINHA-QUADRO.
           MOVE "  SALDO MEDIO" TO WRK-QD-ROTULO.
           MOVE WRK-AG-SALDO-MEDIO (WRK-IND-AG) TO WRK-QD-ATUAL.
           MOVE WRK-AG-ANT-SALDO-MEDIO (WRK-IND-AG)
               TO WRK-QD-ANTERIOR.
           PERFORM 6200-LINHA-QUADRO.
           MOVE "  TARIFA MENSAL" TO WRK-QD-ROTULO.
           MOVE WRK-AG-TARIFAS (WRK-IND-AG) TO WRK-QD-ATUAL.
           MOVE ZERO TO WRK-QD-ANTERIOR.
           PERFORM 6250-LINHA-SO-MES.
           MOVE "  JUROS CHEQUE ESPECIAL" TO WRK-QD-ROTULO.
           MOVE WRK-AG-JUROS-LIMITE (WRK-IND-AG) TO WRK-QD-ATUAL.
           PERFORM 6250-LINHA-SO-MES.
           MOVE "  TARIFA DE DEVOLUCAO" TO WRK-QD-ROTULO.
           MOVE WRK-AG-TARIFA-DEVOL (WRK-IND-AG) TO WRK-QD-ATUAL.
           PERFORM 6250-LINHA-SO-MES.
           MOVE "  RECEITA TOTAL" TO WRK-QD-ROTULO.
           COMPUTE WRK-QD-ATUAL = WRK-AG-TARIFAS (WRK-IND-AG)
               + WRK-AG-JUROS-LIMITE (WRK-IND-AG)
               + WRK-AG-TARIFA-DEVOL (WRK-IND-AG).
           MOVE WRK-AG-ANT-RECEITA (WRK-IND-AG) TO WRK-QD-ANTERIOR.
           PERFORM 6200-LINHA-QUADRO.
           MOVE "  JUROS PAGOS" TO WRK-QD-ROTULO.
           MOVE WRK-AG-JUROS-PAGOS (WRK-IND-AG) TO WRK-QD-ATUAL.
           MOVE WRK-AG-ANT-JUROS-PAGOS (WRK-IND-AG)
               TO WRK-QD-ANTERIOR.
           PERFORM 6200-LINHA-QUADRO.
           MOVE "  CONTRIBUICAO LIQUIDA" TO WRK-QD-ROTULO.
           MOVE WRK-AG-CONTRIBUICAO (WRK-IND-AG) TO WRK-QD-ATUAL.
           MOVE WRK-AG-ANT-CONTRIBUICAO (WRK-IND-AG)
               TO WRK-QD-ANTERIOR.
           PERFORM 6200-LINHA-QUADRO.
           MOVE "  TRANSACOES" TO WRK-QD-ROTULO.
           MOVE WRK-AG-QTD-TRANSACOES (WRK-IND-AG) TO WRK-QD-ATUAL.
           MOVE WRK-AG-ANT-TRANSACOES (WRK-IND-AG)
               TO WRK-QD-ANTERIOR.
           PERFORM 6200-LINHA-QUADRO.

      *A VARIACAO PERCENTUAL E SOBRE O VALOR ABSOLUTO DO MES
      *ANTERIOR (A CONTRIBUICAO PODE SER NEGATIVA); ANTERIOR ZERADO
      *NAO TEM PERCENTUAL.
       6200-LINHA-QUADRO.
           MOVE WRK-QD-ATUAL TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-RENT.
           IF WRK-AG-TEM-ANTERIOR (WRK-IND-AG) = "S"
               COMPUTE WRK-QD-VARIACAO = WRK-QD-ATUAL - WRK-QD-ANTERIOR
               MOVE WRK-QD-ANTERIOR TO WRK-ANTERIOR-DP
               MOVE WRK-QD-VARIACAO TO WRK-VARIACAO-DP
               IF WRK-QD-ANTERIOR NOT = ZERO
                   COMPUTE WRK-QD-PERCENTUAL ROUNDED =
                       WRK-QD-VARIACAO * 100 /
                       FUNCTION ABS(WRK-QD-ANTERIOR)
                       ON SIZE ERROR
                           MOVE 99999,9 TO WRK-QD-PERCENTUAL
                   END-COMPUTE
                   MOVE WRK-QD-PERCENTUAL TO WRK-PERCENTUAL-DP
                   STRING WRK-QD-ROTULO WRK-VALOR-DP WRK-ANTERIOR-DP
                       WRK-VARIACAO-DP " " WRK-PERCENTUAL-DP
                       DELIMITED BY SIZE INTO LINHA-RENT
               ELSE
                   STRING WRK-QD-ROTULO WRK-VALOR-DP WRK-ANTERIOR-DP
                       WRK-VARIACAO-DP "      N/D"
                       DELIMITED BY SIZE INTO LINHA-RENT
               END-IF
           ELSE
               STRING WRK-QD-ROTULO WRK-VALOR-DP
                   "   SEM HISTORICO"
                   DELIMITED BY SIZE INTO LINHA-RENT
           END-IF.
           WRITE LINHA-RENT.

      *COMPONENTES DA RECEITA SAEM SO COM O MES APURADO: A
      *FOTOGRAFIA GUARDA A RECEITA TOTAL.
       6250-LINHA-SO-MES.
           MOVE WRK-QD-ATUAL TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-RENT.
           STRING WRK-QD-ROTULO WRK-VALOR-DP
               DELIMITED BY SIZE INTO LINHA-RENT.
           WRITE LINHA-RENT.

      *A FOTOGRAFIA DO MES APURADO VAI PARA O RENTHIST.DAT; NUMA
      *RODADA REPETIDA DO MESMO MES O REGISTRO E REGRAVADO. A AGENCIA
      *QUE SO TEM O MES ANTERIOR NAO GANHA FOTOGRAFIA NESTE.
       7000-GRAVAR-HISTORICO.
           MOVE ZERO TO WRK-IND-AG.
           PERFORM 7100-GRAVAR-AGENCIA
               UNTIL WRK-IND-AG >= WRK-QTD-AGENCIAS.
           CLOSE RENT-HIST.

       7100-GRAVAR-AGENCIA.
           ADD 1 TO WRK-IND-AG.
           IF WRK-AG-QTD-CLIENTES (WRK-IND-AG) > ZERO
               MOVE WRK-ANO-MES TO HT-ANO-MES
               MOVE WRK-AG-AGENCIA (WRK-IND-AG) TO HT-AGENCIA
               MOVE WRK-AG-QTD-CLIENTES (WRK-IND-AG)
                   TO HT-QTD-CLIENTES
               MOVE WRK-AG-SALDO-MEDIO (WRK-IND-AG) TO HT-SALDO-MEDIO
               COMPUTE HT-RECEITA = WRK-AG-TARIFAS (WRK-IND-AG)
                   + WRK-AG-JUROS-LIMITE (WRK-IND-AG)
                   + WRK-AG-TARIFA-DEVOL (WRK-IND-AG)
               MOVE WRK-AG-JUROS-PAGOS (WRK-IND-AG) TO HT-JUROS-PAGOS
               MOVE WRK-AG-CONTRIBUICAO (WRK-IND-AG)
                   TO HT-CONTRIBUICAO
               MOVE WRK-AG-QTD-TRANSACOES (WRK-IND-AG)
                   TO HT-QTD-TRANSACOES
               WRITE REG-RENT-HIST
                   INVALID KEY
                       REWRITE REG-RENT-HIST
               END-WRITE
           END-IF.

       9000-ENCERRAR.
           MOVE SPACES TO LINHA-RENT.
           WRITE LINHA-RENT.
           MOVE WRK-QTD-CLIENTES TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-RENT.
           STRING "CLIENTES/AGENCIA APURADOS ..........: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-RENT.
           WRITE LINHA-RENT.
           MOVE WRK-QTD-SEM-CADASTRO TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-RENT.
           STRING "LANCAMENTOS DE CONTA FORA DO MASTER : " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-RENT.
           WRITE LINHA-RENT.
           IF WRK-QTD-SEM-CAMBIO > ZERO
               MOVE WRK-QTD-SEM-CAMBIO TO WRK-QTD-DP
               MOVE SPACES TO LINHA-RENT
               STRING "VALORES EM DOLAR SEM TAXA (FORA) ..: "
                   WRK-QTD-DP
                   DELIMITED BY SIZE INTO LINHA-RENT
               WRITE LINHA-RENT
           END-IF.
           CLOSE RENT-REL.
           CLOSE RENT-PLANILHA.
           CLOSE CONTA-MASTER.
           IF NOT SEM-POSICAO
               CLOSE POSICAO
           END-IF.
           DISPLAY "RENTABILIDADE: MES " WRK-ANO-MES " - "
               WRK-QTD-CLIENTES " CLIENTE(S)/AGENCIA - VER "
               "RENTABILIDADE.PRT E RENTABILIDADE.CSV".
