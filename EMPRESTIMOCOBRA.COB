       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. EMPRESTIMOCOBRA.
       AUTHOR. NAPOLEAO.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PARCELAS  ASSIGN TO "PARCEMPR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-STATUS-PARCELA.
      *O DEBITO DA PARCELA ESTACIONA NA FILA DE MOVIMENTOS, COMO A
      *MENSALIDADE: O LIBERAFILA (PASSO SEGUINTE) O LEVA AO MOVTODIA
      *DO DIA E ELE PASSA PELA CRITICA E PELO LANCAMENTO COMO
      *QUALQUER SAQUE - SEM SALDO, CAI NO SUSPENSO.DAT PELO CAMINHO
      *NORMAL E O EMPRESTIMODIARIO O RECONHECE LA.
           SELECT FILA-MOVTO  ASSIGN TO "FILAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILA.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
       DATA                            DIVISION.
       FILE SECTION.
       FD  PARCELAS.
           COPY PARCELA.
       FD  FILA-MOVTO.
           COPY FILAMOVTO.
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E A COBRANCA DIARIA DAS PARCELAS DE EMPRESTIMO:
      *TODA PARCELA ABERTA QUE VENCE ATE A DATA-MOVIMENTO E TODA
      *PARCELA VENCIDA (DEBITO ANTERIOR REJEITADO) GERA UM SAQUE NA
      *FILA DE MOVIMENTOS NO VALOR DA PARCELA MAIS A MULTA E A MORA
      *APURADAS ATE A NOITE ANTERIOR. O NUMERO DO CONTRATO VAI NA
      *CONTA DESTINO DO MOVIMENTO, SO COMO REFERENCIA. A PARCELA FICA
      *"C" (COBRADA) COM A DATA - NUMA RETOMADA DA MESMA DATA ELA NAO
      *E COBRADA DE NOVO (O LIBERAFILA REANEXA O QUE JA DRENOU).
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
       01  WRK-QTD-LIDAS        PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-COBRADAS     PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-REAPRESENT   PICTURE 9(6) VALUE ZERO.
       01  WRK-TOTAL-COBRADO    PICTURE 9(9)V99 VALUE ZERO.
       01  WRK-QTD-DP           PICTURE ZZZ.ZZ9.
       01  WRK-TOTAL-DP         PICTURE ZZZ.ZZZ.ZZ9,99.
       01  WS-STATUS-PARCELA    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-FILA       PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-FIM-PARCELAS      PICTURE X    VALUE "N".
           88  FIM-PARCELAS                   VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-COBRAR-PARCELA
               UNTIL FIM-PARCELAS.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

      *SEM PARCEMPR.DAT (NENHUM EMPRESTIMO CONTRATADO AINDA) O
      *PASSO NAO TEM O QUE COBRAR E TERMINA LIMPO.
       1000-ABRIR-ARQUIVOS.
           PERFORM 1050-LER-DATA-MOVTO.
           OPEN I-O PARCELAS.
           IF WS-STATUS-PARCELA NOT = "00"
               SET FIM-PARCELAS TO TRUE
           ELSE
               MOVE LOW-VALUES TO PA-CHAVE
               START PARCELAS KEY IS NOT LESS THAN PA-CHAVE
                   INVALID KEY
                       SET FIM-PARCELAS TO TRUE
               END-START
               IF WS-STATUS-PARCELA NOT = "00"
                   SET FIM-PARCELAS TO TRUE
               END-IF
           END-IF.
           OPEN EXTEND FILA-MOVTO.
           IF WS-STATUS-FILA = "35"
               OPEN OUTPUT FILA-MOVTO
           END-IF.
           IF NOT FIM-PARCELAS
               PERFORM 2900-LER-PARCELA
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

      *A CHAVE (CONTRATO + PARCELA) DA A ORDEM DA FILA: DENTRO DO
      *CONTRATO A PARCELA MAIS ANTIGA E DEBITADA PRIMEIRO.
       2000-COBRAR-PARCELA.
           EVALUATE TRUE
               WHEN PA-ABERTA AND PA-DATA-VENCTO <= WRK-DATA-MOVTO
                   PERFORM 2100-GERAR-DEBITO
                   ADD 1 TO WRK-QTD-COBRADAS
               WHEN PA-VENCIDA AND PA-DATA-STATUS < WRK-DATA-MOVTO
                   PERFORM 2100-GERAR-DEBITO
                   ADD 1 TO WRK-QTD-REAPRESENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 2900-LER-PARCELA.

      *A PARCELA SO FICA "C" DEPOIS QUE O DEBITO ENTROU NA FILA: SE
      *A GRAVACAO FALHA O PASSO PARA COM ELA AINDA EM ABERTO, E A
      *RETOMADA A COBRA DE NOVO - NUNCA MARCADA COMO COBRADA SEM O
      *DEBITO.
       2100-GERAR-DEBITO.
           COMPUTE PA-VALOR-COBRADO =
               PA-VALOR-PARCELA + PA-VALOR-MORA.
           MOVE PA-CONTA         TO FL-CONTA.
           MOVE "S"              TO FL-OPERACAO.
           MOVE PA-VALOR-COBRADO TO FL-VALOR.
           MOVE PA-CONTRATO      TO FL-CONTA-DESTINO.
           MOVE "EMPREST"        TO FL-OPERADOR.
           MOVE FUNCTION CURRENT-DATE (1:14) TO FL-DATA-HORA.
           WRITE REG-FILA-MOVTO.
           IF WS-STATUS-FILA NOT = "00"
               DISPLAY "ERRO " WS-STATUS-FILA " GRAVANDO FILAMOVTO.DAT "
                   "- PARCELA " PA-NUMERO " DO CONTRATO " PA-CONTRATO
                   " NAO COBRADA"
               CLOSE PARCELAS
               CLOSE FILA-MOVTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD PA-VALOR-COBRADO TO WRK-TOTAL-COBRADO.
           MOVE "C"            TO PA-STATUS.
           MOVE WRK-DATA-MOVTO TO PA-DATA-STATUS.
           REWRITE REG-PARCELA.

      *O TESTE DE FILE STATUS COBRE ERRO PERMANENTE DE I-O NA
      *LEITURA SEQUENCIAL, QUE NAO DISPARA O AT END.
       2900-LER-PARCELA.
           READ PARCELAS NEXT RECORD
               AT END
                   SET FIM-PARCELAS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDAS
           END-READ.
           IF WS-STATUS-PARCELA NOT = "00"
               AND WS-STATUS-PARCELA NOT = "10"
               SET FIM-PARCELAS TO TRUE
           END-IF.

      *SEM REGISTRO DE CONTROLE: OS DEBITOS GERADOS ENTRAM NO
      *CONTROLE DO LIBERAFILA E DA CRITICA LOGO EM SEGUIDA, COMO OS
      *DA MENSALIDADE.
       9000-ENCERRAR.
           IF WS-STATUS-PARCELA NOT = "35"
               CLOSE PARCELAS
           END-IF.
           CLOSE FILA-MOVTO.
           MOVE WRK-TOTAL-COBRADO TO WRK-TOTAL-DP.
           DISPLAY "EMPRESTIMOCOBRA: " WRK-QTD-COBRADAS
               " PARCELA(S) NO VENCIMENTO, " WRK-QTD-REAPRESENT
               " VENCIDA(S) REAPRESENTADA(S) - TOTAL NA FILA "
               WRK-TOTAL-DP.
