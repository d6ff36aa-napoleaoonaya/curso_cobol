       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. LIQUIDACARTAO.
       AUTHOR. NAPOLEAO.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *ARQUIVO DE LIQUIDACAO DA REDE DE CARTOES: UM DETALHE "D" POR
      *TRANSACAO QUE A REDE LIQUIDOU E UM TRAILER "T" COM QUANTIDADE
      *E VALOR TOTAL.
           SELECT LIQUIDACAO  ASSIGN TO "LIQCARTAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LIQUIDACAO.
           SELECT AUTORIZACOES  ASSIGN TO "AUTCARTAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-NSU
               FILE STATUS IS WS-STATUS-AUTORIZACOES.
           SELECT CONCILIACAO-REL  ASSIGN TO "CARTAOLIQ.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
       DATA                            DIVISION.
       FILE SECTION.
       FD  LIQUIDACAO.
       01  REG-LIQUIDACAO.
           05  LQ-TIPO               PICTURE X(1).
               88  LQ-DETALHE                     VALUE "D".
               88  LQ-TRAILER                     VALUE "T".
           05  LQ-NSU                PICTURE 9(12).
           05  LQ-CARTAO             PICTURE 9(16).
           05  LQ-DATA-TRANSACAO     PICTURE 9(8).
           05  LQ-VALOR              PICTURE 9(7)V99.
       01  REG-LIQUIDACAO-TRAILER.
           05  FILLER                PICTURE X(1).
           05  LQ-T-QTD              PICTURE 9(6).
           05  LQ-T-VALOR            PICTURE 9(11)V99.
       FD  AUTORIZACOES.
           COPY AUTCARTAO.
       FD  CONCILIACAO-REL.
       01  LINHA-CONCILIACAO   PICTURE X(100).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA CONCILIA A LIQUIDACAO DA REDE DE CARTOES CONTRA
      *AS AUTORIZACOES APROVADAS PELO AUTORIZACARTAO (AUTCARTAO.DAT):
      *O QUE BATE NSU E VALOR FICA LIQUIDADO; O RESTO SAI NO
      *CARTAOLIQ.PRT COMO DIFERENCA - LIQUIDADO SEM AUTORIZACAO,
      *LIQUIDADO MAS NEGADO, VALOR DIVERGENTE, LIQUIDACAO DUPLICADA E
      *APROVADO DE DIA ANTERIOR AINDA SEM LIQUIDACAO. NAO POSTA NADA:
      *O DINHEIRO JA ANDOU NA AUTORIZACAO, E O ACERTO DE DIFERENCA
      *COM A REDE E FEITO PELA AREA DE CARTOES.
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
       01  WRK-QTD-LIDAS        PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-CONCILIADAS  PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-DIFERENCAS   PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-RETOMADAS    PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-PENDENTES    PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-AGUARDANDO   PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-DP           PICTURE ZZZ.ZZ9.
       01  WRK-VALOR-LIQUIDADO  PICTURE 9(11)V99 VALUE ZEROS.
       01  WRK-VALOR-CONCILIADO PICTURE 9(11)V99 VALUE ZEROS.
       01  WRK-VALOR-APROVADO   PICTURE 9(11)V99 VALUE ZEROS.
       01  WRK-VALOR-AGUARDANDO PICTURE 9(11)V99 VALUE ZEROS.
       01  WRK-VALOR-DP         PICTURE ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-DP2        PICTURE ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-CONF-QTD         PICTURE 9(6) VALUE ZERO.
       01  WRK-CONF-VALOR       PICTURE 9(11)V99 VALUE ZEROS.
       01  WRK-TRAILER-QTD      PICTURE 9(6) VALUE ZERO.
       01  WRK-TRAILER-VALOR    PICTURE 9(11)V99 VALUE ZEROS.
       01  WRK-DIFERENCA        PICTURE X(30) VALUE SPACES.
       01  WS-STATUS-LIQUIDACAO PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-AUTORIZACOES PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-REL        PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-FIM-LIQUIDACAO    PICTURE X    VALUE "N".
           88  FIM-LIQUIDACAO                 VALUE "S".
       01  WS-FIM-AUTORIZACOES  PICTURE X    VALUE "N".
           88  FIM-AUTORIZACOES               VALUE "S".
       01  WS-SEM-LIQUIDACAO    PICTURE X    VALUE "N".
           88  SEM-LIQUIDACAO                 VALUE "S".
       01  WS-TEM-TRAILER       PICTURE X    VALUE "N".
           88  TEM-TRAILER                    VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-CONCILIAR-DETALHE
               UNTIL FIM-LIQUIDACAO.
           PERFORM 3000-APONTAR-PENDENTES.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           PERFORM 1050-LER-DATA-MOVTO.
           OPEN OUTPUT CONCILIACAO-REL.
           MOVE SPACES TO LINHA-CONCILIACAO.
           STRING "CARTOES DE DEBITO - CONCILIACAO DA LIQUIDACAO DA "
               "REDE - DATA " WRK-DATA-MOVTO
               DELIMITED BY SIZE INTO LINHA-CONCILIACAO.
           WRITE LINHA-CONCILIACAO.
           OPEN INPUT LIQUIDACAO.
           IF WS-STATUS-LIQUIDACAO = "35"
               DISPLAY "LIQUIDACARTAO: SEM LIQCARTAO.DAT - NENHUMA "
                   "LIQUIDACAO DA REDE"
               SET SEM-LIQUIDACAO TO TRUE
               SET FIM-LIQUIDACAO TO TRUE
           END-IF.
           IF NOT SEM-LIQUIDACAO
               PERFORM 1200-CONFERIR-TRAILER
           END-IF.
           OPEN I-O AUTORIZACOES.
           IF WS-STATUS-AUTORIZACOES = "35"
               OPEN OUTPUT AUTORIZACOES
               CLOSE AUTORIZACOES
               OPEN I-O AUTORIZACOES
           END-IF.
           IF NOT SEM-LIQUIDACAO
               PERFORM 2900-LER-LIQUIDACAO
           END-IF.

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

      *O ARQUIVO E CONFERIDO INTEIRO CONTRA O TRAILER ANTES DE
      *MARCAR QUALQUER AUTORIZACAO: UM ARQUIVO CURTO DARIA FALSOS
      *"AUTORIZADO SEM LIQUIDACAO" E PARA A RODADA.
       1200-CONFERIR-TRAILER.
           PERFORM 2900-LER-LIQUIDACAO.
           PERFORM 1250-SOMAR-REGISTRO
               UNTIL FIM-LIQUIDACAO.
           CLOSE LIQUIDACAO.
           IF NOT TEM-TRAILER
               OR WRK-CONF-QTD NOT = WRK-TRAILER-QTD
               OR WRK-CONF-VALOR NOT = WRK-TRAILER-VALOR
               DISPLAY "LIQUIDACARTAO: LIQCARTAO.DAT NAO BATE COM O "
                   "TRAILER (" WRK-CONF-QTD " DETALHES) - ARQUIVO "
                   "CURTO? RODADA DERRUBADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-LIQUIDACAO.
           OPEN INPUT LIQUIDACAO.

       1250-SOMAR-REGISTRO.
           EVALUATE TRUE
               WHEN LQ-DETALHE
                   ADD 1 TO WRK-CONF-QTD
                   ADD LQ-VALOR TO WRK-CONF-VALOR
               WHEN LQ-TRAILER
                   SET TEM-TRAILER TO TRUE
                   MOVE LQ-T-QTD   TO WRK-TRAILER-QTD
                   MOVE LQ-T-VALOR TO WRK-TRAILER-VALOR
           END-EVALUATE.
           PERFORM 2900-LER-LIQUIDACAO.

      *A AUTORIZACAO JA LIQUIDADA NESTA MESMA DATA E RETOMADA DE UMA
      *RODADA INTERROMPIDA - NAO E DIFERENCA. LIQUIDADA EM DATA
      *ANTERIOR, A REDE ESTA COBRANDO DUAS VEZES.
       2000-CONCILIAR-DETALHE.
           IF LQ-DETALHE
               ADD 1 TO WRK-QTD-LIDAS
               ADD LQ-VALOR TO WRK-VALOR-LIQUIDADO
               MOVE SPACES TO WRK-DIFERENCA
               MOVE LQ-NSU TO AU-NSU
               READ AUTORIZACOES
                   INVALID KEY
                       MOVE "LIQUIDADO SEM AUTORIZACAO"
                           TO WRK-DIFERENCA
                   NOT INVALID KEY
                       PERFORM 2100-CONFERIR-AUTORIZACAO
               END-READ
               IF WRK-DIFERENCA NOT = SPACES
                   ADD 1 TO WRK-QTD-DIFERENCAS
                   PERFORM 2500-IMPRIMIR-DIFERENCA
               END-IF
           END-IF.
           PERFORM 2900-LER-LIQUIDACAO.

       2100-CONFERIR-AUTORIZACAO.
           EVALUATE TRUE
               WHEN NOT AU-APROVADO
                   MOVE "LIQUIDADO MAS NEGADO" TO WRK-DIFERENCA
               WHEN (AU-LIQUIDADO OR AU-DIVERGENTE)
                   AND AU-DATA-LIQUIDACAO = WRK-DATA-MOVTO
                   ADD 1 TO WRK-QTD-RETOMADAS
               WHEN AU-LIQUIDADO OR AU-DIVERGENTE
                   MOVE "LIQUIDACAO DUPLICADA" TO WRK-DIFERENCA
               WHEN LQ-VALOR NOT = AU-VALOR
                   MOVE "VALOR DIVERGENTE" TO WRK-DIFERENCA
                   MOVE "D"            TO AU-SITUACAO-LIQ
                   MOVE WRK-DATA-MOVTO TO AU-DATA-LIQUIDACAO
                   MOVE LQ-VALOR       TO AU-VALOR-LIQUIDADO
                   REWRITE REG-AUTORIZACAO
               WHEN OTHER
                   ADD 1 TO WRK-QTD-CONCILIADAS
                   ADD LQ-VALOR TO WRK-VALOR-CONCILIADO
                   MOVE "L"            TO AU-SITUACAO-LIQ
                   MOVE WRK-DATA-MOVTO TO AU-DATA-LIQUIDACAO
                   MOVE LQ-VALOR       TO AU-VALOR-LIQUIDADO
                   REWRITE REG-AUTORIZACAO
           END-EVALUATE.

       2500-IMPRIMIR-DIFERENCA.
           MOVE LQ-VALOR TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-CONCILIACAO.
           STRING "  NSU " LQ-NSU " CARTAO " LQ-CARTAO
               " R$" WRK-VALOR-DP " " WRK-DIFERENCA
               DELIMITED BY SIZE INTO LINHA-CONCILIACAO.
           WRITE LINHA-CONCILIACAO.
           IF WRK-DIFERENCA = "VALOR DIVERGENTE"
               MOVE AU-VALOR TO WRK-VALOR-DP
               MOVE SPACES TO LINHA-CONCILIACAO
               STRING "      VALOR AUTORIZADO R$" WRK-VALOR-DP
                   DELIMITED BY SIZE INTO LINHA-CONCILIACAO
               WRITE LINHA-CONCILIACAO
           END-IF.

       2900-LER-LIQUIDACAO.
           READ LIQUIDACAO
               AT END
                   SET FIM-LIQUIDACAO TO TRUE
           END-READ.

      *APROVADO AINDA PENDENTE: DE DIA ANTERIOR A REDE JA DEVIA TER
      *LIQUIDADO (DIFERENCA); DO PROPRIO DIA AINDA ESTA NO PRAZO E SO
      *ENTRA NO TOTAL AGUARDANDO.
       3000-APONTAR-PENDENTES.
           MOVE "N" TO WS-FIM-AUTORIZACOES.
           MOVE LOW-VALUES TO AU-NSU.
           START AUTORIZACOES KEY IS NOT LESS THAN AU-NSU
               INVALID KEY
                   SET FIM-AUTORIZACOES TO TRUE
           END-START.
           IF WS-STATUS-AUTORIZACOES NOT = "00"
               SET FIM-AUTORIZACOES TO TRUE
           END-IF.
           PERFORM 3100-CONFERIR-PENDENTE
               UNTIL FIM-AUTORIZACOES.

       3100-CONFERIR-PENDENTE.
           READ AUTORIZACOES NEXT RECORD
               AT END
                   SET FIM-AUTORIZACOES TO TRUE
               NOT AT END
                   IF AU-APROVADO
                       AND AU-DATA-MOVTO = WRK-DATA-MOVTO
                       ADD AU-VALOR TO WRK-VALOR-APROVADO
                   END-IF
                   IF AU-PENDENTE-LIQ
                       PERFORM 3200-APONTAR-PENDENTE
                   END-IF
           END-READ.
           IF WS-STATUS-AUTORIZACOES NOT = "00"
               AND WS-STATUS-AUTORIZACOES NOT = "10"
               SET FIM-AUTORIZACOES TO TRUE
           END-IF.

       3200-APONTAR-PENDENTE.
           IF AU-DATA-MOVTO < WRK-DATA-MOVTO
               ADD 1 TO WRK-QTD-PENDENTES
               MOVE AU-VALOR TO WRK-VALOR-DP
               MOVE SPACES TO LINHA-CONCILIACAO
               STRING "  NSU " AU-NSU " CARTAO " AU-CARTAO
                   " R$" WRK-VALOR-DP " AUTORIZADO SEM LIQUIDACAO"
                   " EM " AU-DATA-MOVTO
                   DELIMITED BY SIZE INTO LINHA-CONCILIACAO
               WRITE LINHA-CONCILIACAO
           ELSE
               ADD 1 TO WRK-QTD-AGUARDANDO
               ADD AU-VALOR TO WRK-VALOR-AGUARDANDO
           END-IF.

       9000-ENCERRAR.
           IF NOT SEM-LIQUIDACAO
               CLOSE LIQUIDACAO
           END-IF.
           CLOSE AUTORIZACOES.
           MOVE SPACES TO LINHA-CONCILIACAO.
           WRITE LINHA-CONCILIACAO.
           MOVE WRK-QTD-LIDAS TO WRK-QTD-DP.
           MOVE WRK-VALOR-LIQUIDADO TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-CONCILIACAO.
           STRING "  LIQUIDADAS PELA REDE .....: " WRK-QTD-DP
               "  R$" WRK-VALOR-DP
               DELIMITED BY SIZE INTO LINHA-CONCILIACAO.
           WRITE LINHA-CONCILIACAO.
           MOVE WRK-QTD-CONCILIADAS TO WRK-QTD-DP.
           MOVE WRK-VALOR-CONCILIADO TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-CONCILIACAO.
           STRING "  CONCILIADAS ..............: " WRK-QTD-DP
               "  R$" WRK-VALOR-DP
               DELIMITED BY SIZE INTO LINHA-CONCILIACAO.
           WRITE LINHA-CONCILIACAO.
           MOVE WRK-QTD-RETOMADAS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-CONCILIACAO.
           STRING "  JA CONCILIADAS NESTA DATA : " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-CONCILIACAO.
           WRITE LINHA-CONCILIACAO.
           MOVE WRK-QTD-DIFERENCAS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-CONCILIACAO.
           STRING "  DIFERENCAS NA LIQUIDACAO .: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-CONCILIACAO.
           WRITE LINHA-CONCILIACAO.
           MOVE WRK-QTD-PENDENTES TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-CONCILIACAO.
           STRING "  AUTORIZADAS SEM LIQUIDACAO: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-CONCILIACAO.
           WRITE LINHA-CONCILIACAO.
           MOVE WRK-QTD-AGUARDANDO TO WRK-QTD-DP.
           MOVE WRK-VALOR-AGUARDANDO TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-CONCILIACAO.
           STRING "  AGUARDANDO (DO DIA) ......: " WRK-QTD-DP
               "  R$" WRK-VALOR-DP
               DELIMITED BY SIZE INTO LINHA-CONCILIACAO.
           WRITE LINHA-CONCILIACAO.
           MOVE WRK-VALOR-APROVADO TO WRK-VALOR-DP.
           MOVE WRK-VALOR-LIQUIDADO TO WRK-VALOR-DP2.
           MOVE SPACES TO LINHA-CONCILIACAO.
           STRING "  APROVADO NO DIA R$" WRK-VALOR-DP
               "  LIQUIDADO PELA REDE R$" WRK-VALOR-DP2
               DELIMITED BY SIZE INTO LINHA-CONCILIACAO.
           WRITE LINHA-CONCILIACAO.
           CLOSE CONCILIACAO-REL.
           DISPLAY "LIQUIDACARTAO: " WRK-QTD-CONCILIADAS
               " CONCILIADA(S), " WRK-QTD-DIFERENCAS
               " DIFERENCA(S), " WRK-QTD-PENDENTES
               " SEM LIQUIDACAO - VER CARTAOLIQ.PRT".
