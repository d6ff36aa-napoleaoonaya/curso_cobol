           SELECT LIBERACAO  ASSIGN TO "LIBERAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LIBERACAO.
      *CONTRATOS DE EMPRESTIMO: A PARCELA (ORIGEM "E") SO PASSA SE
      *O CONTRATO DO MV-CONTA-DESTINO FOR DA PROPRIA CONTA E NAO
      *ESTIVER LIQUIDADO.
           SELECT EMPRESTIMOS  ASSIGN TO "EMPRESTIMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CONTRATO
               FILE STATUS IS WS-STATUS-EMPRESTIMO.
       DATA                            DIVISION.
       FILE SECTION.
       FD  CONTA-MASTER.
           COPY CONTACLI.
       FD  MOVTO-DIARIO.
           COPY MOVTODIA.
       FD  EMPRESTIMOS.
           COPY EMPRESTIMO.
       FD  MOVTO-ACEITO.
       01  REG-MOVTO-ACEITO    PICTURE X(26).
       FD  ERRO-REL.
       01  LINHA-ERRO          PICTURE X(80).
       FD  SUSPENSO.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-PROCESSADO PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-LIBERACAO  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-EMPRESTIMO PICTURE X(2) VALUE SPACES.
       01  WS-SEM-EMPRESTIMOS   PICTURE X    VALUE "N".
           88  SEM-EMPRESTIMOS                VALUE "S".
       01  WS-FIM-MOVTO         PICTURE X    VALUE "N".
           88  FIM-MOVTO                      VALUE "S".
       01  WS-FIM-PRE-PASSAGEM  PICTURE X    VALUE "N".
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPRESTIMOS.
           IF WS-STATUS-EMPRESTIMO NOT = "00"
               SET SEM-EMPRESTIMOS TO TRUE
           END-IF.
           OPEN INPUT MOVTO-DIARIO.
           IF WS-STATUS-MOVTO = "35"
               DISPLAY "SEM MOVTODIA.DAT - NADA A CRITICAR"
               WHEN MV-VALOR NOT NUMERIC
                   MOVE "VALOR NAO NUMERICO"
                       TO WRK-MOTIVO-REJEICAO
      *A ORIGEM "E" (PARCELA DE EMPRESTIMO) SO NASCE NA FILA DO
      *EMPRESTIMOCOBRA E E SEMPRE DEBITO. QUALQUER OUTRA COISA NA
      *COLUNA 26 VINDA DA AGENCIA E REJEITADA.
               WHEN MV-ORIGEM NOT = SPACE AND MV-ORIGEM NOT = "E"
                   MOVE "ORIGEM INVALIDA" TO WRK-MOTIVO-REJEICAO
               WHEN MV-ORIGEM = "E" AND MV-OPERACAO NOT = "S"
                   MOVE "PARCELA DE EMPRESTIMO NAO E S"
                       TO WRK-MOTIVO-REJEICAO
               WHEN OTHER
                   PERFORM 2110-VALIDAR-CONTA
           END-EVALUATE.
                   IF MV-VALOR = ZERO
                       MOVE "VALOR ZERADO" TO WRK-MOTIVO-REJEICAO
                   ELSE
                       IF MV-ORIGEM = "E"
                           PERFORM 2140-VALIDAR-CONTRATO
                       ELSE
                           SET MOVTO-VALIDO TO TRUE
                       END-IF
                   END-IF
               WHEN "V"
                   IF MV-VALOR = ZERO
                   END-READ
           END-EVALUATE.

      *A PARCELA E LANCADA NO LOG CONTRA O CONTRATO (LG-CONTA-REF) E
      *FICA FORA DAS REGRAS DE ESPECIE DO PLD E DO CAIXA: SO VALE PARA
      *CONTRATO DA PROPRIA CONTA, EM DIA OU EM ATRASO.
       2140-VALIDAR-CONTRATO.
           EVALUATE TRUE
               WHEN SEM-EMPRESTIMOS
                   MOVE "PARCELA SEM CONTRATO ATIVO"
                       TO WRK-MOTIVO-REJEICAO
               WHEN MV-CONTA-DESTINO NOT NUMERIC
                   OR MV-CONTA-DESTINO = ZEROS
                   MOVE "PARCELA SEM CONTRATO ATIVO"
                       TO WRK-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE MV-CONTA-DESTINO TO EP-CONTRATO
                   READ EMPRESTIMOS
                       INVALID KEY
                           MOVE "PARCELA SEM CONTRATO ATIVO"
                               TO WRK-MOTIVO-REJEICAO
                       NOT INVALID KEY
                           IF EP-CONTA NOT = MV-CONTA
                               MOVE "CONTRATO DE OUTRA CONTA"
                                   TO WRK-MOTIVO-REJEICAO
                           ELSE
                               IF EP-LIQUIDADO
                                   MOVE "CONTRATO JA LIQUIDADO"
                                       TO WRK-MOTIVO-REJEICAO
                               ELSE
                                   SET MOVTO-VALIDO TO TRUE
                               END-IF
                           END-IF
                   END-READ
           END-EVALUATE.

       2200-LISTAR-ERRO.
           MOVE WRK-NUM-REGISTRO TO WRK-NUM-REGISTRO-DP.
           MOVE SPACES TO LINHA-ERRO.
           PERFORM 9100-GRAVAR-CONTROLE.
           PERFORM 9200-REGISTRAR-ENTRADA.
           CLOSE CONTA-MASTER.
           IF NOT SEM-EMPRESTIMOS
               CLOSE EMPRESTIMOS
           END-IF.
           CLOSE MOVTO-DIARIO.
           CLOSE MOVTO-ACEITO.
           CLOSE ERRO-REL.
