       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. EXECLOTE.
       AUTHOR. NAPOLEAO.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT EXEC-LOTE  ASSIGN TO "EXECLOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-CHAVE
               FILE STATUS IS WS-STATUS-EXEC.
      *CARTAO DA RODADA EM CURSO: GRAVADO NA ABERTURA DE UMA RODADA
      *NOVA E APAGADO PELO NIGHTLY SO NO FIM DA CADEIA. ENQUANTO ELE
      *EXISTE A RODADA E RETOMADA - A DATA DELE VALE MESMO DEPOIS DO
      *AVANCADATA TER VIRADO O DATAMOVTO.DAT.
           SELECT EXEC-ATUAL  ASSIGN TO "EXECATUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ATUAL.
      *PASSOS QUE O OPERADOR MANDOU REPETIR MESMO JA CONCLUIDOS, UM
      *CODIGO DE PASSO POR LINHA.
           SELECT FORCA-PASSO  ASSIGN TO "FORCAPASSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FORCA.
           SELECT CONTROLE  ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROLE.
           SELECT CONTROLE-TMP  ASSIGN TO "CONTROLE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROLE-TMP.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
       DATA                            DIVISION.
       FILE SECTION.
       FD  EXEC-LOTE.
           COPY PASSOLOTE.
       FD  EXEC-ATUAL.
       01  REG-EXEC-ATUAL.
           05  EA-DATA-MOVTO       PICTURE 9(8).
       FD  FORCA-PASSO.
       01  REG-FORCA-PASSO.
           05  FP-PASSO            PICTURE X(3).
       FD  CONTROLE.
           COPY CONTROLE.
       FD  CONTROLE-TMP.
       01  REG-CONTROLE-TMP    PICTURE X(76).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E O CONTROLE DE EXECUCAO DO LOTE NOTURNO,
      *CHAMADO PELO NIGHTLY EM VOLTA DE CADA PASSO. A PRIMEIRA LINHA
      *DA ENTRADA E A ACAO:
      *  A - ABRE A RODADA: RETOMA A RODADA EM CURSO (EXECATUAL.DAT)
      *      OU ABRE UMA NOVA NA DATA DO DATAMOVTO.DAT, ZERANDO O
      *      CONTROLE.DAT;
      *  I - INICIO DE PASSO (SEGUNDA LINHA = PASSO): PASSO JA
      *      CONCLUIDO NA DATA E NAO FORCADO NO FORCAPASSO.DAT SAI COM
      *      RETURN-CODE 4 E O NIGHTLY PULA; EXECUCAO ANTERIOR QUE NAO
      *      TERMINOU TEM O CONTROLE DESCARTADO ANTES DE RODAR DE NOVO;
      *  F - FIM DE PASSO (SEGUNDA LINHA = PASSO, TERCEIRA = RETURN-
      *      CODE): GRAVA FIM, DURACAO, RC E OS TOTAIS DE CONTROLE.
       01  WRK-ACAO             PICTURE X(1) VALUE SPACE.
       01  WRK-PASSO            PICTURE X(3) VALUE SPACES.
       01  WRK-RC               PICTURE 9(3) VALUE ZERO.
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
       01  WRK-DATA-RODADA      PICTURE 9(8) VALUE ZERO.
       01  WRK-AGORA            PICTURE 9(14) VALUE ZERO.
       01  WRK-FORCADO          PICTURE X    VALUE "N".
       01  WRK-EXISTE           PICTURE X    VALUE "N".
       01  WRK-QTD-PASSOS-DATA  PICTURE 9(3) VALUE ZERO.
       01  WRK-QTD-DESCARTADOS  PICTURE 9(3) VALUE ZERO.
      *FAIXA DE LINHAS DO CONTROLE.DAT A DESCARTAR: SAEM AS LINHAS
      *DEPOIS DE WRK-CORTE-INICIO ATE WRK-CORTE-FIM.
       01  WRK-CORTE-INICIO     PICTURE 9(5) VALUE ZERO.
       01  WRK-CORTE-FIM        PICTURE 9(5) VALUE ZERO.
       01  WRK-DELTA            PICTURE 9(5) VALUE ZERO.
       01  WRK-LINHA            PICTURE 9(5) VALUE ZERO.
       01  WRK-QTD-CONTROLE     PICTURE 9(5) VALUE ZERO.
      *DURACAO: DIAS ENTRE AS DATAS VEZES 86400 MAIS A DIFERENCA DOS
      *SEGUNDOS DO DIA - O PASSO PODE ATRAVESSAR A MEIA-NOITE.
       01  WRK-DATA-INI         PICTURE 9(8) VALUE ZERO.
       01  WRK-DATA-FIM         PICTURE 9(8) VALUE ZERO.
       01  WRK-HORA-INI.
           05  WRK-HH-INI       PICTURE 9(2).
           05  WRK-MM-INI       PICTURE 9(2).
           05  WRK-SS-INI       PICTURE 9(2).
       01  WRK-HORA-FIM.
           05  WRK-HH-FIM       PICTURE 9(2).
           05  WRK-MM-FIM       PICTURE 9(2).
           05  WRK-SS-FIM       PICTURE 9(2).
       01  WRK-SEG-INI          PICTURE 9(5) VALUE ZERO.
       01  WRK-SEG-FIM          PICTURE 9(5) VALUE ZERO.
       01  WRK-DIAS             PICTURE S9(5) VALUE ZERO.
       01  WRK-DURACAO          PICTURE S9(9) VALUE ZERO.
       01  WS-STATUS-EXEC       PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-ATUAL      PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-FORCA      PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CONTROLE   PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CONTROLE-TMP PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-FIM-EXEC          PICTURE X    VALUE "N".
           88  FIM-EXEC                       VALUE "S".
       01  WS-FIM-FORCA         PICTURE X    VALUE "N".
           88  FIM-FORCA                      VALUE "S".
       01  WS-FIM-CONTROLE      PICTURE X    VALUE "N".
           88  FIM-CONTROLE                   VALUE "S".
       01  WS-FIM-CONTROLE-TMP  PICTURE X    VALUE "N".
           88  FIM-CONTROLE-TMP               VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-ACAO.
           EVALUATE WRK-ACAO
               WHEN "A"
                   PERFORM 1000-ABRIR-RODADA
               WHEN "I"
                   ACCEPT WRK-PASSO
                   PERFORM 2000-INICIAR-PASSO
               WHEN "F"
                   ACCEPT WRK-PASSO
                   ACCEPT WRK-RC
                   PERFORM 3000-FINALIZAR-PASSO
               WHEN OTHER
                   DISPLAY "EXECLOTE: ACAO INVALIDA (" WRK-ACAO ")"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *RODADA NOVA DESCARTA O CONTROLE DE EXECUCAO QUE A DATA JA
      *TIVESSE (REPROCESSAMENTO DE UM DIA PERDIDO NA SUA PROPRIA
      *DATA): TUDO RODA DE NOVO, COMO ANTES.
       1000-ABRIR-RODADA.
           PERFORM 1910-LER-EXEC-ATUAL.
           IF WRK-DATA-RODADA NOT = ZERO
               DISPLAY "EXECLOTE: RETOMADA DA RODADA DE "
                   WRK-DATA-RODADA " - PASSOS CONCLUIDOS SERAO "
                   "PULADOS"
           ELSE
               PERFORM 1050-LER-DATA-MOVTO
               MOVE WRK-DATA-MOVTO TO WRK-DATA-RODADA
               OPEN OUTPUT EXEC-ATUAL
               MOVE WRK-DATA-RODADA TO EA-DATA-MOVTO
               WRITE REG-EXEC-ATUAL
               CLOSE EXEC-ATUAL
               OPEN OUTPUT CONTROLE
               CLOSE CONTROLE
               PERFORM 1800-ABRIR-EXEC
               PERFORM 1100-DESCARTAR-DATA
               CLOSE EXEC-LOTE
               IF WRK-QTD-DESCARTADOS > ZERO
                   DISPLAY "EXECLOTE: RODADA NOVA PARA DATA JA "
                       "PROCESSADA - " WRK-QTD-DESCARTADOS
                       " PASSO(S) ANTERIOR(ES) DESCARTADO(S)"
               END-IF
               DISPLAY "EXECLOTE: RODADA NOVA DE " WRK-DATA-RODADA
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

       1100-DESCARTAR-DATA.
           MOVE ZERO TO WRK-QTD-DESCARTADOS.
           PERFORM 1700-POSICIONAR-DATA.
           PERFORM 1150-DESCARTAR-PASSO
               UNTIL FIM-EXEC.

       1150-DESCARTAR-PASSO.
           PERFORM 1790-LER-EXEC-DATA.
           IF NOT FIM-EXEC
               DELETE EXEC-LOTE RECORD
               ADD 1 TO WRK-QTD-DESCARTADOS
           END-IF.

      *POSICIONA NO PRIMEIRO PASSO DA DATA DA RODADA.
       1700-POSICIONAR-DATA.
           MOVE "N" TO WS-FIM-EXEC.
           MOVE WRK-DATA-RODADA TO EX-DATA-MOVTO.
           MOVE LOW-VALUES      TO EX-PASSO.
           START EXEC-LOTE KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   SET FIM-EXEC TO TRUE
           END-START.

       1790-LER-EXEC-DATA.
           READ EXEC-LOTE NEXT RECORD
               AT END
                   SET FIM-EXEC TO TRUE
               NOT AT END
                   IF EX-DATA-MOVTO NOT = WRK-DATA-RODADA
                       SET FIM-EXEC TO TRUE
                   END-IF
           END-READ.
           IF WS-STATUS-EXEC NOT = "00"
               AND WS-STATUS-EXEC NOT = "10"
               SET FIM-EXEC TO TRUE
           END-IF.

       1800-ABRIR-EXEC.
           OPEN I-O EXEC-LOTE.
           IF WS-STATUS-EXEC = "35"
               OPEN OUTPUT EXEC-LOTE
               CLOSE EXEC-LOTE
               OPEN I-O EXEC-LOTE
           END-IF.

      *SEM O CARTAO DA RODADA O PASSO NAO TEM A QUE DATA PERTENCER -
      *O NIGHTLY ABRE A RODADA ANTES DO PRIMEIRO PASSO.
       1900-LER-RODADA.
           PERFORM 1910-LER-EXEC-ATUAL.
           IF WRK-DATA-RODADA = ZERO
               DISPLAY "EXECLOTE: SEM RODADA ABERTA (EXECATUAL.DAT) "
                   "- ABRA A RODADA ANTES DO PASSO " WRK-PASSO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1910-LER-EXEC-ATUAL.
           MOVE ZERO TO WRK-DATA-RODADA.
           OPEN INPUT EXEC-ATUAL.
           IF WS-STATUS-ATUAL NOT = "35"
               READ EXEC-ATUAL
                   NOT AT END
                       IF EA-DATA-MOVTO NUMERIC
                           MOVE EA-DATA-MOVTO TO WRK-DATA-RODADA
                       END-IF
               END-READ
               CLOSE EXEC-ATUAL
           END-IF.

       2000-INICIAR-PASSO.
           PERFORM 1900-LER-RODADA.
           PERFORM 1800-ABRIR-EXEC.
           PERFORM 2100-TESTAR-FORCADO.
           PERFORM 2050-LER-PASSO.
           EVALUATE TRUE
               WHEN WRK-EXISTE = "S" AND EX-CONCLUIDO
                   AND WRK-FORCADO = "N"
                   DISPLAY "EXECLOTE: PASSO " WRK-PASSO
                       " JA CONCLUIDO EM " EX-FIM " - PULADO"
                   MOVE 4 TO RETURN-CODE
               WHEN WRK-EXISTE = "S" AND EX-CONCLUIDO
                   DISPLAY "EXECLOTE: PASSO " WRK-PASSO
                       " REPETIDO A PEDIDO DO OPERADOR"
                   MOVE EX-CTL-INICIO TO WRK-CORTE-INICIO
                   MOVE EX-CTL-FIM    TO WRK-CORTE-FIM
                   PERFORM 2400-RETIRAR-CONTROLE
                   PERFORM 2450-DESLOCAR-PASSOS
                   PERFORM 2050-LER-PASSO
                   PERFORM 2500-MARCAR-INICIO
               WHEN WRK-EXISTE = "S"
                   DISPLAY "EXECLOTE: PASSO " WRK-PASSO
                       " RETOMADO - A EXECUCAO ANTERIOR NAO TERMINOU"
                       " (RC " EX-RETURN-CODE ")"
                   MOVE EX-CTL-INICIO TO WRK-CORTE-INICIO
                   MOVE 99999         TO WRK-CORTE-FIM
                   PERFORM 2400-RETIRAR-CONTROLE
                   PERFORM 2500-MARCAR-INICIO
               WHEN OTHER
                   PERFORM 2200-CONTAR-PASSOS-DATA
                   MOVE WRK-DATA-RODADA TO EX-DATA-MOVTO
                   MOVE WRK-PASSO       TO EX-PASSO
                   COMPUTE EX-ORDEM = WRK-QTD-PASSOS-DATA + 1
                   MOVE ZERO            TO EX-EXECUCOES
                   PERFORM 2500-MARCAR-INICIO
           END-EVALUATE.
           CLOSE EXEC-LOTE.

       2050-LER-PASSO.
           MOVE "N" TO WRK-EXISTE.
           MOVE WRK-DATA-RODADA TO EX-DATA-MOVTO.
           MOVE WRK-PASSO       TO EX-PASSO.
           READ EXEC-LOTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-EXISTE
           END-READ.

       2100-TESTAR-FORCADO.
           MOVE "N" TO WRK-FORCADO.
           MOVE "N" TO WS-FIM-FORCA.
           OPEN INPUT FORCA-PASSO.
           IF WS-STATUS-FORCA = "35"
               SET FIM-FORCA TO TRUE
           END-IF.
           PERFORM 2150-LER-FORCADO
               UNTIL FIM-FORCA.
           IF WS-STATUS-FORCA NOT = "35"
               CLOSE FORCA-PASSO
           END-IF.

       2150-LER-FORCADO.
           READ FORCA-PASSO
               AT END
                   SET FIM-FORCA TO TRUE
               NOT AT END
                   IF FP-PASSO = WRK-PASSO
                       MOVE "S" TO WRK-FORCADO
                   END-IF
           END-READ.

       2200-CONTAR-PASSOS-DATA.
           MOVE ZERO TO WRK-QTD-PASSOS-DATA.
           PERFORM 1700-POSICIONAR-DATA.
           PERFORM 2250-CONTAR-PASSO
               UNTIL FIM-EXEC.

       2250-CONTAR-PASSO.
           PERFORM 1790-LER-EXEC-DATA.
           IF NOT FIM-EXEC
               ADD 1 TO WRK-QTD-PASSOS-DATA
           END-IF.

      *REGRAVA O CONTROLE.DAT SEM A FAIXA DE LINHAS DO PASSO, PELO
      *ARQUIVO DE TRABALHO CONTROLE.TMP (MESMO RITO DO BLOQNOVO.TMP
      *NO MANUTENCAOBLOQUEIO). SEM ISSO O BALANCODIARIO VERIA O
      *CONTROLE DO PASSO DUAS VEZES.
       2400-RETIRAR-CONTROLE.
           MOVE ZERO TO WRK-LINHA.
           MOVE "N"  TO WS-FIM-CONTROLE.
           MOVE "N"  TO WS-FIM-CONTROLE-TMP.
           OPEN INPUT CONTROLE.
           IF WS-STATUS-CONTROLE NOT = "35"
               OPEN OUTPUT CONTROLE-TMP
               PERFORM 2410-COPIAR-SE-MANTIDO
                   UNTIL FIM-CONTROLE
               CLOSE CONTROLE
               CLOSE CONTROLE-TMP
               OPEN OUTPUT CONTROLE
               OPEN INPUT CONTROLE-TMP
               PERFORM 2420-LER-CONTROLE-TMP
               PERFORM UNTIL FIM-CONTROLE-TMP
                   WRITE REG-CONTROLE FROM REG-CONTROLE-TMP
                   PERFORM 2420-LER-CONTROLE-TMP
               END-PERFORM
               CLOSE CONTROLE
               CLOSE CONTROLE-TMP
           END-IF.

       2410-COPIAR-SE-MANTIDO.
           READ CONTROLE
               AT END
                   SET FIM-CONTROLE TO TRUE
               NOT AT END
                   ADD 1 TO WRK-LINHA
                   IF WRK-LINHA <= WRK-CORTE-INICIO
                       OR WRK-LINHA > WRK-CORTE-FIM
                       WRITE REG-CONTROLE-TMP FROM REG-CONTROLE
                   END-IF
           END-READ.

       2420-LER-CONTROLE-TMP.
           READ CONTROLE-TMP
               AT END
                   SET FIM-CONTROLE-TMP TO TRUE
           END-READ.

      *OS PASSOS QUE GRAVARAM CONTROLE DEPOIS DO PASSO REPETIDO TEM A
      *FAIXA DE LINHAS PUXADA PARA CIMA NO MESMO TANTO.
       2450-DESLOCAR-PASSOS.
           COMPUTE WRK-DELTA = WRK-CORTE-FIM - WRK-CORTE-INICIO.
           IF WRK-DELTA > ZERO
               PERFORM 1700-POSICIONAR-DATA
               PERFORM 2460-DESLOCAR-PASSO
                   UNTIL FIM-EXEC
           END-IF.

       2460-DESLOCAR-PASSO.
           PERFORM 1790-LER-EXEC-DATA.
           IF NOT FIM-EXEC AND EX-PASSO NOT = WRK-PASSO
               AND EX-CTL-INICIO >= WRK-CORTE-FIM
               SUBTRACT WRK-DELTA FROM EX-CTL-INICIO
               IF EX-CTL-FIM >= WRK-DELTA
                   SUBTRACT WRK-DELTA FROM EX-CTL-FIM
               END-IF
               REWRITE REG-EXEC-LOTE
           END-IF.

       2500-MARCAR-INICIO.
           PERFORM 2600-CONTAR-CONTROLE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WRK-AGORA.
           SET EX-EM-EXECUCAO TO TRUE.
           MOVE WRK-AGORA        TO EX-INICIO.
           MOVE ZERO             TO EX-FIM.
           MOVE ZERO             TO EX-DURACAO.
           MOVE ZERO             TO EX-RETURN-CODE.
           ADD 1                 TO EX-EXECUCOES.
           MOVE WRK-QTD-CONTROLE TO EX-CTL-INICIO.
           MOVE WRK-QTD-CONTROLE TO EX-CTL-FIM.
           MOVE ZERO             TO EX-QTD-LIDOS.
           MOVE ZERO             TO EX-QTD-APLICADOS.
           MOVE ZERO             TO EX-QTD-REJEITADOS.
           MOVE ZERO             TO EX-HASH-VALOR.
           IF WRK-EXISTE = "S"
               REWRITE REG-EXEC-LOTE
           ELSE
               WRITE REG-EXEC-LOTE
           END-IF.

      *CONTA AS LINHAS DO CONTROLE.DAT E SOMA AS QUE VIERAM DEPOIS DO
      *INICIO DO PASSO (NO INICIO A FAIXA E VAZIA E NADA E SOMADO).
       2600-CONTAR-CONTROLE.
           MOVE ZERO TO WRK-QTD-CONTROLE.
           MOVE "N"  TO WS-FIM-CONTROLE.
           OPEN INPUT CONTROLE.
           IF WS-STATUS-CONTROLE = "35"
               SET FIM-CONTROLE TO TRUE
           END-IF.
           PERFORM 2650-SOMAR-CONTROLE
               UNTIL FIM-CONTROLE.
           IF WS-STATUS-CONTROLE NOT = "35"
               CLOSE CONTROLE
           END-IF.

       2650-SOMAR-CONTROLE.
           READ CONTROLE
               AT END
                   SET FIM-CONTROLE TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-CONTROLE
                   IF WRK-ACAO = "F"
                       AND WRK-QTD-CONTROLE > EX-CTL-INICIO
                       ADD CT-QTD-LIDOS      TO EX-QTD-LIDOS
                       ADD CT-QTD-APLICADOS  TO EX-QTD-APLICADOS
                       ADD CT-QTD-REJEITADOS TO EX-QTD-REJEITADOS
                       ADD CT-HASH-VALOR     TO EX-HASH-VALOR
                   END-IF
           END-READ.

      *RETURN-CODE ZERO CONCLUI O PASSO; QUALQUER OUTRO O DEIXA
      *ABORTADO, E A PROXIMA RODADA RECOMECA NELE.
       3000-FINALIZAR-PASSO.
           PERFORM 1900-LER-RODADA.
           PERFORM 1800-ABRIR-EXEC.
           PERFORM 2050-LER-PASSO.
           IF WRK-EXISTE = "N"
               DISPLAY "EXECLOTE: PASSO " WRK-PASSO " NAO FOI "
                   "INICIADO NA RODADA DE " WRK-DATA-RODADA
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:14) TO WRK-AGORA
               MOVE WRK-AGORA TO EX-FIM
               MOVE WRK-RC    TO EX-RETURN-CODE
               IF WRK-RC = ZERO
                   SET EX-CONCLUIDO TO TRUE
               ELSE
                   SET EX-ABORTADO TO TRUE
               END-IF
               PERFORM 3100-CALCULAR-DURACAO
               MOVE ZERO TO EX-QTD-LIDOS
               MOVE ZERO TO EX-QTD-APLICADOS
               MOVE ZERO TO EX-QTD-REJEITADOS
               MOVE ZERO TO EX-HASH-VALOR
               PERFORM 2600-CONTAR-CONTROLE
               MOVE WRK-QTD-CONTROLE TO EX-CTL-FIM
               REWRITE REG-EXEC-LOTE
               IF EX-CONCLUIDO
                   DISPLAY "EXECLOTE: PASSO " WRK-PASSO
                       " CONCLUIDO EM " EX-DURACAO " SEGUNDO(S)"
               ELSE
                   DISPLAY "EXECLOTE: PASSO " WRK-PASSO
                       " ABORTADO COM RC " WRK-RC
                       " - A PROXIMA RODADA RECOMECA NELE"
               END-IF
           END-IF.
           CLOSE EXEC-LOTE.

       3100-CALCULAR-DURACAO.
           MOVE EX-INICIO (1:8)  TO WRK-DATA-INI.
           MOVE EX-INICIO (9:6)  TO WRK-HORA-INI.
           MOVE EX-FIM (1:8)     TO WRK-DATA-FIM.
           MOVE EX-FIM (9:6)     TO WRK-HORA-FIM.
           COMPUTE WRK-DIAS =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-FIM)
               - FUNCTION INTEGER-OF-DATE (WRK-DATA-INI).
           COMPUTE WRK-SEG-INI = WRK-HH-INI * 3600
               + WRK-MM-INI * 60 + WRK-SS-INI.
           COMPUTE WRK-SEG-FIM = WRK-HH-FIM * 3600
               + WRK-MM-FIM * 60 + WRK-SS-FIM.
           COMPUTE WRK-DURACAO =
               WRK-DIAS * 86400 + WRK-SEG-FIM - WRK-SEG-INI.
           IF WRK-DURACAO < ZERO
               MOVE ZERO TO WRK-DURACAO
           END-IF.
           MOVE WRK-DURACAO TO EX-DURACAO.
