           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
      *ORDENS DE PAGAMENTO DE SALDO DE CONTA ENCERRADA: JA LANCADAS
      *PELO ENCERRACONTA, SO SEGUEM PARA A REMESSA.
           SELECT ORDEM-ENC  ASSIGN TO "ENCREMESSA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORDEM-ENC.
           SELECT CONTROLE  ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROLE.
           COPY BLOQUEIO.
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       FD  ORDEM-ENC.
           COPY ORDEMENC.
       FD  CONTROLE.
           COPY CONTROLE.
       WORKING-STORAGE                 SECTION.
       01  WRK-QTD-LIDAS        PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-DEBITADAS    PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-DEVOLVIDAS   PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-ENCERRAMENTOS PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-DP           PICTURE ZZZ.ZZ9.
       01  WRK-HASH-VALOR       PICTURE 9(13)V99 VALUE ZERO.
       01  WRK-MOTIVO           PICTURE X(30) VALUE SPACES.
       01  WS-STATUS-BLOQUEIOS  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CONTROLE   PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-ORDEM-ENC  PICTURE X(2) VALUE SPACES.
       01  WS-FIM-SAIDA         PICTURE X    VALUE "N".
           88  FIM-SAIDA                      VALUE "S".
       01  WS-FIM-BLOQUEIOS     PICTURE X    VALUE "N".
           88  ORDEM-ACEITA                   VALUE "S".
       01  WS-SEM-SAIDA         PICTURE X    VALUE "N".
           88  SEM-SAIDA                      VALUE "S".
       01  WS-FIM-ORDEM-ENC     PICTURE X    VALUE "N".
           88  FIM-ORDEM-ENC                  VALUE "S".
       01  WS-REMESSA-ABERTA    PICTURE X    VALUE "N".
           88  REMESSA-ABERTA                 VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
                   OPEN OUTPUT LOG-MOVTO
               END-IF
               OPEN OUTPUT TRANSF-REMESSA
               SET REMESSA-ABERTA TO TRUE
               OPEN OUTPUT SAIDA-DEVOLVIDA
               PERFORM 2900-LER-ORDEM
           END-IF.
           MOVE "BATCH"              TO LG-OPERADOR.
           MOVE CM-AGENCIA           TO LG-AGENCIA.
           MOVE "N"                  TO LG-ESTORNADO.
           MOVE SPACES               TO LG-APROVADOR.
           WRITE REG-LOG-MOVTO.

       3100-REGISTRAR-LOG-LIQUIDACAO.
           MOVE "BATCH"              TO LG-OPERADOR.
           MOVE CM-AGENCIA           TO LG-AGENCIA.
           MOVE "N"                  TO LG-ESTORNADO.
           MOVE SPACES               TO LG-APROVADOR.
           WRITE REG-LOG-MOVTO.

      *AS ORDENS DO ENCERRACONTA JA DEBITARAM O CLIENTE E CREDITARAM
      *A LIQUIDACAO NA HORA: AQUI SO ENTRAM NA REMESSA, FORA DAS
      *CONTAGENS E DO HASH DO CONTROLE (NAO HOUVE LANCAMENTO NESTA
      *RODADA). SO AS DA DATA-MOVIMENTO - O ARQUIVO FICA, E O
      *REPROCESSAMENTO DO PASSO GERA A MESMA REMESSA.
       2800-INCLUIR-ENCERRAMENTOS.
           MOVE "N" TO WS-FIM-ORDEM-ENC.
           OPEN INPUT ORDEM-ENC.
           IF WS-STATUS-ORDEM-ENC = "35"
               SET FIM-ORDEM-ENC TO TRUE
           END-IF.
           PERFORM 2850-COPIAR-ORDEM-ENC
               UNTIL FIM-ORDEM-ENC.
           IF WS-STATUS-ORDEM-ENC NOT = "35"
               CLOSE ORDEM-ENC
           END-IF.

       2850-COPIAR-ORDEM-ENC.
           READ ORDEM-ENC
               AT END
                   SET FIM-ORDEM-ENC TO TRUE
               NOT AT END
                   IF OE-DATA = WRK-DATA-MOVTO
                       IF NOT REMESSA-ABERTA
                           OPEN OUTPUT TRANSF-REMESSA
                           SET REMESSA-ABERTA TO TRUE
                       END-IF
                       MOVE OE-DATA            TO TR-DATA
                       MOVE OE-BANCO-DESTINO   TO TR-BANCO-DESTINO
                       MOVE OE-AGENCIA-DESTINO TO TR-AGENCIA-DESTINO
                       MOVE OE-CONTA-BENEF     TO TR-CONTA-BENEF
                       MOVE OE-VALOR           TO TR-VALOR
                       WRITE REG-TRANSF-REMESSA
                       ADD 1 TO WRK-QTD-ENCERRAMENTOS
                   END-IF
           END-READ.

       9000-ENCERRAR.
           PERFORM 2800-INCLUIR-ENCERRAMENTOS.
           PERFORM 9100-GRAVAR-CONTROLE.
           IF REMESSA-ABERTA
               CLOSE TRANSF-REMESSA
           END-IF.
           IF NOT SEM-SAIDA
               CLOSE TRANSF-SAIDA
               CLOSE SAIDA-DEVOLVIDA
               CLOSE CONTA-MASTER
               CLOSE LOG-MOVTO
           MOVE WRK-QTD-DEVOLVIDAS TO WRK-QTD-DP.
           DISPLAY "INTERSAIDA: " WRK-QTD-DP
               " ORDEM(NS) DEVOLVIDA(S) - VER SAIDADEV.DAT".
           MOVE WRK-QTD-ENCERRAMENTOS TO WRK-QTD-DP.
           DISPLAY "INTERSAIDA: " WRK-QTD-DP
               " ORDEM(NS) DE CONTA ENCERRADA NA REMESSA".

       9100-GRAVAR-CONTROLE.
           OPEN EXTEND CONTROLE.
