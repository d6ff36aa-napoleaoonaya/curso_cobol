       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PREVIAMOVTO.
       AUTHOR. NAPOLEAO.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *TODOS OS ARQUIVOS SAO OS DO DIRETORIO DA PREVIA: O MASTER E A
      *COPIA RECARREGADA ALI, JA COM O LOTE SIMULADO APLICADO.
           SELECT CONTA-MASTER  ASSIGN TO "CONTAMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-STATUS-CONTA.
           SELECT SUSPENSO  ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SUSPENSO.
           SELECT LOG-MOVTO  ASSIGN TO "LOGMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
           SELECT PREVIA-REL  ASSIGN TO "PREVIA.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
           SELECT CLASSIFICACAO  ASSIGN TO "PREVSORT.TMP".
       DATA                            DIVISION.
       FILE SECTION.
       FD  CONTA-MASTER.
           COPY CONTACLI.
       FD  SUSPENSO.
           COPY SUSPENSO.
       FD  LOG-MOVTO.
           COPY LOGMOVTO.
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       FD  PREVIA-REL.
       01  LINHA-PREVIA        PICTURE X(132).
      *CL-TIPO "1" E UM MOVIMENTO REJEITADO (CRITICA OU LANCAMENTO),
      *"2" E A POSICAO DA CONTA: CL-SEQ ZERO E A CONTA DO MASTER DA
      *PREVIA (SALDO PROJETADO EM CL-SALDO), CL-SEQ MAIOR QUE ZERO E
      *UM LANCAMENTO SIMULADO, COM O EFEITO NO SALDO EM CL-VALOR.
       SD  CLASSIFICACAO.
       01  REG-CLASS.
           05  CL-AGENCIA          PICTURE 9(3).
           05  CL-TIPO             PICTURE X(1).
           05  CL-CONTA            PICTURE 9(6).
           05  CL-SEQ              PICTURE 9(7).
           05  CL-OPERACAO         PICTURE X(1).
           05  CL-VALOR            PICTURE S9(9)V99.
           05  CL-CONTA-DESTINO    PICTURE 9(6).
           05  CL-MOTIVO           PICTURE X(30).
           05  CL-FASE             PICTURE X(1).
           05  CL-NOME             PICTURE X(20).
           05  CL-MOEDA            PICTURE X(3).
           05  CL-STATUS           PICTURE X(1).
           05  CL-SALDO            PICTURE S9(7)V99.
           05  CL-LIMITE           PICTURE S9(7)V99.
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E O RELATORIO DA PREVIA DO LOTE NOTURNO
      *(JCL/PREVIA.SH): RODA NO DIRETORIO DA PREVIA DEPOIS QUE O
      *AGENDAMOVTO, O LIBERAFILA, O VALIDAMOVTO E O
      *TODASOPERACOESMATEMATICAS PASSARAM ALI SOBRE A COPIA DO MASTER.
      *POR AGENCIA, LISTA OS MOVIMENTOS QUE SERIAM REJEITADOS (COM O
      *MOTIVO E A FASE) E O SALDO DE CADA CONTA ANTES E DEPOIS DO
      *LOTE. O SALDO ATUAL E O PROJETADO MENOS O EFEITO DOS
      *LANCAMENTOS SIMULADOS. SO ENTRA O QUE E DA DATA-MOVIMENTO E DO
      *LOTE (ORIGEM "B", E "E" DO OPERADOR "BATCH" - A PARCELA DE
      *EMPRESTIMO). O REGISTRO "R" DO LOG (REJEICAO POR SITUACAO DA
      *CONTA) NAO E LANCAMENTO - O MOVIMENTO JA SAI NOS REJEITADOS
      *PELO SUSPENSO. CONTA ENCERRADA SEM LANCAMENTO NAO E
      *LISTADA. NAO GRAVA NADA ALEM DO PREVIA.PRT.
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
       01  WRK-SEQ              PICTURE 9(7) VALUE ZERO.
       01  WRK-AGENCIA-CONTA    PICTURE 9(3) VALUE ZERO.
      *QUEBRAS DA SAIDA DA CLASSIFICACAO.
       01  WRK-AGENCIA-ATUAL    PICTURE 9(3) VALUE ZERO.
       01  WRK-TEM-AGENCIA      PICTURE X(1) VALUE "N".
       01  WRK-SECAO            PICTURE X(1) VALUE SPACE.
       01  WRK-CONTA-ATUAL      PICTURE 9(6) VALUE ZERO.
       01  WRK-TEM-CONTA        PICTURE X(1) VALUE "N".
      *CONTA EM CURSO: DADOS DO MASTER DA PREVIA E O EFEITO DO LOTE.
       01  WRK-TEM-MASTER       PICTURE X(1) VALUE "N".
       01  WRK-NOME             PICTURE X(20) VALUE SPACES.
       01  WRK-MOEDA            PICTURE X(3) VALUE SPACES.
       01  WRK-STATUS           PICTURE X(1) VALUE SPACE.
       01  WRK-SALDO-PROJETADO  PICTURE S9(9)V99 VALUE ZERO.
       01  WRK-LIMITE           PICTURE S9(7)V99 VALUE ZERO.
       01  WRK-EFEITO           PICTURE S9(9)V99 VALUE ZERO.
       01  WRK-SALDO-ATUAL      PICTURE S9(9)V99 VALUE ZERO.
       01  WRK-QTD-LANCTOS      PICTURE 9(5) VALUE ZERO.
       01  WRK-FASE-DESC        PICTURE X(10) VALUE SPACES.
       01  WRK-SITUACAO         PICTURE X(22) VALUE SPACES.
      *TOTAIS DA AGENCIA (CONTAS EM DOLAR A PARTE, SEM CONVERSAO).
       01  WRK-AG-QTD-REJEITADOS PICTURE 9(7) VALUE ZERO.
       01  WRK-AG-VALOR-REJEITADO PICTURE S9(11)V99 VALUE ZERO.
       01  WRK-AG-QTD-CONTAS    PICTURE 9(7) VALUE ZERO.
       01  WRK-AG-QTD-NEGATIVAS PICTURE 9(7) VALUE ZERO.
       01  WRK-AG-ATUAL-BRL     PICTURE S9(11)V99 VALUE ZERO.
       01  WRK-AG-PROJETADO-BRL PICTURE S9(11)V99 VALUE ZERO.
       01  WRK-AG-ATUAL-USD     PICTURE S9(11)V99 VALUE ZERO.
       01  WRK-AG-PROJETADO-USD PICTURE S9(11)V99 VALUE ZERO.
       01  WRK-AG-TEM-USD       PICTURE X(1) VALUE "N".
      *TOTAIS GERAIS.
       01  WRK-QTD-AGENCIAS     PICTURE 9(5) VALUE ZERO.
       01  WRK-QTD-REJEITADOS   PICTURE 9(7) VALUE ZERO.
       01  WRK-QTD-CRITICA      PICTURE 9(7) VALUE ZERO.
       01  WRK-QTD-LANCAMENTO   PICTURE 9(7) VALUE ZERO.
       01  WRK-QTD-LANCADOS     PICTURE 9(7) VALUE ZERO.
       01  WRK-QTD-CONTAS       PICTURE 9(7) VALUE ZERO.
       01  WRK-QTD-NEGATIVAS    PICTURE 9(7) VALUE ZERO.
       01  WRK-QTD-SEM-CADASTRO PICTURE 9(7) VALUE ZERO.
       01  WRK-QTD-DP           PICTURE ZZZ.ZZ9.
       01  WRK-LANCTOS-DP       PICTURE ZZ.ZZ9.
       01  WRK-VALOR-DP         PICTURE -ZZZ.ZZZ.ZZ9,99.
       01  WRK-ATUAL-DP         PICTURE -ZZZ.ZZZ.ZZ9,99.
       01  WRK-PROJETADO-DP     PICTURE -ZZZ.ZZZ.ZZ9,99.
       01  WRK-LIMITE-DP        PICTURE -Z.ZZZ.ZZ9,99.
       01  WRK-TOTAL-DP         PICTURE -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-TOTAL2-DP        PICTURE -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-STATUS-CONTA      PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-SUSPENSO   PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-LOG        PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-REL        PICTURE X(2) VALUE SPACES.
       01  WS-FIM-SUSPENSO      PICTURE X    VALUE "N".
           88  FIM-SUSPENSO                   VALUE "S".
       01  WS-FIM-LOG           PICTURE X    VALUE "N".
           88  FIM-LOG                        VALUE "S".
       01  WS-FIM-CONTAS        PICTURE X    VALUE "N".
           88  FIM-CONTAS                     VALUE "S".
       01  WS-FIM-CLASS         PICTURE X    VALUE "N".
           88  FIM-CLASS                      VALUE "S".
       01  WS-CONTA-ACHADA      PICTURE X    VALUE "N".
           88  CONTA-ACHADA                   VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           SORT CLASSIFICACAO
               ON ASCENDING KEY CL-AGENCIA CL-TIPO CL-CONTA CL-SEQ
               INPUT PROCEDURE IS 2000-LIBERAR-PREVIA
               OUTPUT PROCEDURE IS 3000-EMITIR-PREVIA.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           PERFORM 1050-LER-DATA-MOVTO.
           OPEN INPUT CONTA-MASTER.
           IF WS-STATUS-CONTA = "35"
               DISPLAY "PREVIAMOVTO: SEM CONTAMASTER.DAT NO DIRETORIO "
                   "DA PREVIA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-STATUS-CONTA = "39"
               DISPLAY "CONTAMASTER.DAT COM LAYOUT ANTIGO - RODE O "
                   "MIGRALAYOUT ANTES DE CONTINUAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PREVIA-REL.
           MOVE SPACES TO LINHA-PREVIA.
           STRING "PREVIA DO LOTE NOTURNO - DATA-MOVIMENTO "
               WRK-DATA-MOVTO
               " - SIMULACAO SOBRE COPIA DO MASTER, NADA FOI LANCADO"
               DELIMITED BY SIZE INTO LINHA-PREVIA.
           WRITE LINHA-PREVIA.
           MOVE SPACES TO LINHA-PREVIA.
           STRING "MOVIMENTO DO DIA + AGENDAMENTOS VENCIDOS + FILA DE "
               "MOVIMENTOS ESTACIONADOS, PELAS REGRAS DA CRITICA E DO "
               "LANCAMENTO"
               DELIMITED BY SIZE INTO LINHA-PREVIA.
           WRITE LINHA-PREVIA.

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

      *ENTRADA DA CLASSIFICACAO: AS REJEICOES DA DATA, OS LANCAMENTOS
      *DO LOTE DA DATA E, POR ULTIMO, UMA LINHA POR CONTA DO MASTER DA
      *PREVIA. A AGENCIA E SEMPRE A DO MASTER; CONTA FORA DELE CAI NA
      *AGENCIA 000.
       2000-LIBERAR-PREVIA.
           OPEN INPUT SUSPENSO.
           IF WS-STATUS-SUSPENSO NOT = "35"
               PERFORM 2100-LIBERAR-REJEICAO
                   UNTIL FIM-SUSPENSO
               CLOSE SUSPENSO
           END-IF.
           OPEN INPUT LOG-MOVTO.
           IF WS-STATUS-LOG NOT = "35"
               PERFORM 2200-LIBERAR-LANCAMENTO
                   UNTIL FIM-LOG
               CLOSE LOG-MOVTO
           END-IF.
           MOVE LOW-VALUES TO CM-CONTA.
           START CONTA-MASTER KEY IS NOT LESS THAN CM-CONTA
               INVALID KEY
                   SET FIM-CONTAS TO TRUE
           END-START.
           IF WS-STATUS-CONTA NOT = "00"
               SET FIM-CONTAS TO TRUE
           END-IF.
           PERFORM 2400-LIBERAR-CONTA
               UNTIL FIM-CONTAS.

       2100-LIBERAR-REJEICAO.
           READ SUSPENSO
               AT END
                   SET FIM-SUSPENSO TO TRUE
               NOT AT END
                   IF SU-DATA-REJEICAO = WRK-DATA-MOVTO
                       MOVE SU-CONTA TO CM-CONTA
                       PERFORM 2900-BUSCAR-AGENCIA
                       MOVE SPACES            TO REG-CLASS
                       MOVE WRK-AGENCIA-CONTA TO CL-AGENCIA
                       MOVE "1"               TO CL-TIPO
                       MOVE SU-CONTA          TO CL-CONTA
                       ADD 1 TO WRK-SEQ
                       MOVE WRK-SEQ           TO CL-SEQ
                       MOVE SU-OPERACAO       TO CL-OPERACAO
                       MOVE SU-VALOR          TO CL-VALOR
                       MOVE SU-CONTA-DESTINO  TO CL-CONTA-DESTINO
                       MOVE SU-MOTIVO         TO CL-MOTIVO
                       MOVE SU-FASE           TO CL-FASE
                       MOVE ZERO              TO CL-SALDO
                       MOVE ZERO              TO CL-LIMITE
                       RELEASE REG-CLASS
                   END-IF
           END-READ.

       2200-LIBERAR-LANCAMENTO.
           READ LOG-MOVTO
               AT END
                   SET FIM-LOG TO TRUE
               NOT AT END
                   IF (LG-ORIGEM = "B"
                       OR (LG-ORIGEM = "E" AND LG-OPERADOR = "BATCH"))
                       AND LG-DATA-HORA (1:8) = WRK-DATA-MOVTO
                       AND LG-OPERACAO NOT = "R"
                       MOVE LG-CONTA TO CM-CONTA
                       PERFORM 2900-BUSCAR-AGENCIA
                       MOVE SPACES            TO REG-CLASS
                       MOVE WRK-AGENCIA-CONTA TO CL-AGENCIA
                       MOVE "2"               TO CL-TIPO
                       MOVE LG-CONTA          TO CL-CONTA
                       ADD 1 TO WRK-SEQ
                       MOVE WRK-SEQ           TO CL-SEQ
                       MOVE LG-OPERACAO       TO CL-OPERACAO
                       COMPUTE CL-VALOR =
                           LG-SALDO-DEPOIS - LG-SALDO-ANTES
                       MOVE ZERO              TO CL-CONTA-DESTINO
                       MOVE ZERO              TO CL-SALDO
                       MOVE ZERO              TO CL-LIMITE
                       RELEASE REG-CLASS
                   END-IF
           END-READ.

      *O TESTE DE FILE STATUS COBRE ERRO PERMANENTE DE I-O, QUE NAO
      *LEVANTA O AT END.
       2400-LIBERAR-CONTA.
           READ CONTA-MASTER NEXT RECORD
               AT END
                   SET FIM-CONTAS TO TRUE
               NOT AT END
                   MOVE SPACES        TO REG-CLASS
                   MOVE CM-AGENCIA    TO CL-AGENCIA
                   IF CM-AGENCIA NOT NUMERIC
                       MOVE ZERO      TO CL-AGENCIA
                   END-IF
                   MOVE "2"           TO CL-TIPO
                   MOVE CM-CONTA      TO CL-CONTA
                   MOVE ZERO          TO CL-SEQ
                   MOVE ZERO          TO CL-VALOR
                   MOVE ZERO          TO CL-CONTA-DESTINO
                   MOVE CM-NOME       TO CL-NOME
                   MOVE CM-MOEDA      TO CL-MOEDA
                   MOVE CM-STATUS     TO CL-STATUS
                   MOVE CM-SALDO      TO CL-SALDO
                   MOVE CM-LIMITE     TO CL-LIMITE
                   RELEASE REG-CLASS
           END-READ.
           IF WS-STATUS-CONTA NOT = "00"
               AND WS-STATUS-CONTA NOT = "10"
               SET FIM-CONTAS TO TRUE
           END-IF.

       2900-BUSCAR-AGENCIA.
           MOVE ZERO TO WRK-AGENCIA-CONTA.
           MOVE "S" TO WS-CONTA-ACHADA.
           READ CONTA-MASTER
               INVALID KEY
                   MOVE "N" TO WS-CONTA-ACHADA
           END-READ.
           IF CONTA-ACHADA
               AND CM-AGENCIA NUMERIC
               MOVE CM-AGENCIA TO WRK-AGENCIA-CONTA
           END-IF.

      *SAIDA DA CLASSIFICACAO: QUEBRA POR AGENCIA, COM AS REJEICOES
      *PRIMEIRO E A POSICAO DAS CONTAS DEPOIS; DENTRO DA POSICAO,
      *QUEBRA POR CONTA.
       3000-EMITIR-PREVIA.
           PERFORM 3950-RETORNAR-CLASS.
           PERFORM 3100-TRATAR-CLASS
               UNTIL FIM-CLASS.
           IF WRK-TEM-CONTA = "S"
               PERFORM 3500-FECHAR-CONTA
           END-IF.
           IF WRK-TEM-AGENCIA = "S"
               PERFORM 3600-FECHAR-AGENCIA
           END-IF.

       3100-TRATAR-CLASS.
           IF WRK-TEM-AGENCIA = "N"
               OR CL-AGENCIA NOT = WRK-AGENCIA-ATUAL
               IF WRK-TEM-CONTA = "S"
                   PERFORM 3500-FECHAR-CONTA
               END-IF
               IF WRK-TEM-AGENCIA = "S"
                   PERFORM 3600-FECHAR-AGENCIA
               END-IF
               PERFORM 3200-ABRIR-AGENCIA
           END-IF.
           IF CL-TIPO = "1"
               PERFORM 3300-IMPRIMIR-REJEICAO
           ELSE
               IF WRK-SECAO = "1"
                   PERFORM 3250-ABRIR-SALDOS
               END-IF
               IF WRK-TEM-CONTA = "N"
                   OR CL-CONTA NOT = WRK-CONTA-ATUAL
                   IF WRK-TEM-CONTA = "S"
                       PERFORM 3500-FECHAR-CONTA
                   END-IF
                   PERFORM 3400-ABRIR-CONTA
               END-IF
               IF CL-SEQ = ZERO
                   MOVE "S"       TO WRK-TEM-MASTER
                   MOVE CL-NOME   TO WRK-NOME
                   MOVE CL-MOEDA  TO WRK-MOEDA
                   MOVE CL-STATUS TO WRK-STATUS
                   MOVE CL-SALDO  TO WRK-SALDO-PROJETADO
                   MOVE CL-LIMITE TO WRK-LIMITE
               ELSE
                   ADD CL-VALOR TO WRK-EFEITO
                   ADD 1 TO WRK-QTD-LANCTOS
                   ADD 1 TO WRK-QTD-LANCADOS
               END-IF
           END-IF.
           PERFORM 3950-RETORNAR-CLASS.

       3200-ABRIR-AGENCIA.
           MOVE "S" TO WRK-TEM-AGENCIA.
           MOVE CL-AGENCIA TO WRK-AGENCIA-ATUAL.
           MOVE "N" TO WRK-TEM-CONTA.
           MOVE "1" TO WRK-SECAO.
           ADD 1 TO WRK-QTD-AGENCIAS.
           MOVE ZERO TO WRK-AG-QTD-REJEITADOS.
           MOVE ZERO TO WRK-AG-VALOR-REJEITADO.
           MOVE ZERO TO WRK-AG-QTD-CONTAS.
           MOVE ZERO TO WRK-AG-QTD-NEGATIVAS.
           MOVE ZERO TO WRK-AG-ATUAL-BRL.
           MOVE ZERO TO WRK-AG-PROJETADO-BRL.
           MOVE ZERO TO WRK-AG-ATUAL-USD.
           MOVE ZERO TO WRK-AG-PROJETADO-USD.
           MOVE "N" TO WRK-AG-TEM-USD.
           MOVE SPACES TO LINHA-PREVIA.
           WRITE LINHA-PREVIA.
           MOVE SPACES TO LINHA-PREVIA.
           STRING "AGENCIA " WRK-AGENCIA-ATUAL
               DELIMITED BY SIZE INTO LINHA-PREVIA.
           WRITE LINHA-PREVIA.
           MOVE SPACES TO LINHA-PREVIA.
           STRING "  MOVIMENTOS QUE SERIAM REJEITADOS"
               DELIMITED BY SIZE INTO LINHA-PREVIA.
           WRITE LINHA-PREVIA.
           MOVE SPACES TO LINHA-PREVIA.
           STRING "  CONTA   OP           VALOR  DESTINO  MOTIVO"
               "                          FASE"
               DELIMITED BY SIZE INTO LINHA-PREVIA.
           WRITE LINHA-PREVIA.

       3250-ABRIR-SALDOS.
           MOVE "2" TO WRK-SECAO.
           IF WRK-AG-QTD-REJEITADOS = ZERO
               MOVE SPACES TO LINHA-PREVIA
               STRING "  NENHUM MOVIMENTO SERIA REJEITADO"
                   DELIMITED BY SIZE INTO LINHA-PREVIA
               WRITE LINHA-PREVIA
           END-IF.
           MOVE SPACES TO LINHA-PREVIA.
           WRITE LINHA-PREVIA.
           MOVE SPACES TO LINHA-PREVIA.
           STRING "  SALDO PROJETADO POR CONTA"
               DELIMITED BY SIZE INTO LINHA-PREVIA.
           WRITE LINHA-PREVIA.
           MOVE SPACES TO LINHA-PREVIA.
           STRING "  CONTA   NOME                 MOEDA     SALDO ATUAL"
               "  LANCTOS  SALDO PROJETADO        LIMITE  SITUACAO"
               DELIMITED BY SIZE INTO LINHA-PREVIA.
           WRITE LINHA-PREVIA.

      *A FASE DIZ ONDE O MOVIMENTO CAIRIA: NA CRITICA (VALIDAMOVTO)
      *OU NO LANCAMENTO (TODASOPERACOESMATEMATICAS).
       3300-IMPRIMIR-REJEICAO.
           ADD 1 TO WRK-AG-QTD-REJEITADOS.
           ADD 1 TO WRK-QTD-REJEITADOS.
           ADD CL-VALOR TO WRK-AG-VALOR-REJEITADO.
           IF CL-FASE = "C"
               MOVE "CRITICA"    TO WRK-FASE-DESC
               ADD 1 TO WRK-QTD-CRITICA
           ELSE
               MOVE "LANCAMENTO" TO WRK-FASE-DESC
               ADD 1 TO WRK-QTD-LANCAMENTO
           END-IF.
           MOVE CL-VALOR TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-PREVIA.
           STRING "  " CL-CONTA "  " CL-OPERACAO "  " WRK-VALOR-DP
               "  " CL-CONTA-DESTINO "   " CL-MOTIVO "  "
               WRK-FASE-DESC
               DELIMITED BY SIZE INTO LINHA-PREVIA.
           WRITE LINHA-PREVIA.

       3400-ABRIR-CONTA.
           MOVE "S" TO WRK-TEM-CONTA.
           MOVE CL-CONTA TO WRK-CONTA-ATUAL.
           MOVE "N" TO WRK-TEM-MASTER.
           MOVE SPACES TO WRK-NOME.
           MOVE SPACES TO WRK-MOEDA.
           MOVE SPACE TO WRK-STATUS.
           MOVE ZERO TO WRK-SALDO-PROJETADO.
           MOVE ZERO TO WRK-LIMITE.
           MOVE ZERO TO WRK-EFEITO.
           MOVE ZERO TO WRK-QTD-LANCTOS.

      *LANCAMENTO DE CONTA QUE NAO ESTA NO MASTER DA PREVIA NAO TEM
      *SALDO A PROJETAR - SO ENTRA NA CONTAGEM DO FIM.
       3500-FECHAR-CONTA.
           MOVE "N" TO WRK-TEM-CONTA.
           IF WRK-TEM-MASTER = "N"
               ADD 1 TO WRK-QTD-SEM-CADASTRO
           ELSE
               IF WRK-STATUS NOT = "E"
                   OR WRK-QTD-LANCTOS > ZERO
                   PERFORM 3550-IMPRIMIR-CONTA
               END-IF
           END-IF.

       3550-IMPRIMIR-CONTA.
           COMPUTE WRK-SALDO-ATUAL = WRK-SALDO-PROJETADO - WRK-EFEITO.
           ADD 1 TO WRK-AG-QTD-CONTAS.
           ADD 1 TO WRK-QTD-CONTAS.
           IF WRK-MOEDA = "USD"
               MOVE "S" TO WRK-AG-TEM-USD
               ADD WRK-SALDO-ATUAL     TO WRK-AG-ATUAL-USD
               ADD WRK-SALDO-PROJETADO TO WRK-AG-PROJETADO-USD
           ELSE
               ADD WRK-SALDO-ATUAL     TO WRK-AG-ATUAL-BRL
               ADD WRK-SALDO-PROJETADO TO WRK-AG-PROJETADO-BRL
           END-IF.
           MOVE SPACES TO WRK-SITUACAO.
           IF WRK-SALDO-PROJETADO < ZERO
               ADD 1 TO WRK-AG-QTD-NEGATIVAS
               ADD 1 TO WRK-QTD-NEGATIVAS
               MOVE "NEGATIVA - USA LIMITE" TO WRK-SITUACAO
           END-IF.
           MOVE WRK-SALDO-ATUAL     TO WRK-ATUAL-DP.
           MOVE WRK-QTD-LANCTOS     TO WRK-LANCTOS-DP.
           MOVE WRK-SALDO-PROJETADO TO WRK-PROJETADO-DP.
           MOVE WRK-LIMITE          TO WRK-LIMITE-DP.
           MOVE SPACES TO LINHA-PREVIA.
           STRING "  " WRK-CONTA-ATUAL "  " WRK-NOME " " WRK-MOEDA
               "  " WRK-ATUAL-DP "   " WRK-LANCTOS-DP "  "
               WRK-PROJETADO-DP " " WRK-LIMITE-DP "  " WRK-SITUACAO
               DELIMITED BY SIZE INTO LINHA-PREVIA.
           WRITE LINHA-PREVIA.

       3600-FECHAR-AGENCIA.
           IF WRK-SECAO = "1"
               AND WRK-AG-QTD-REJEITADOS = ZERO
               MOVE SPACES TO LINHA-PREVIA
               STRING "  NENHUM MOVIMENTO SERIA REJEITADO"
                   DELIMITED BY SIZE INTO LINHA-PREVIA
               WRITE LINHA-PREVIA
           END-IF.
           MOVE SPACES TO LINHA-PREVIA.
           WRITE LINHA-PREVIA.
           MOVE WRK-AG-QTD-REJEITADOS TO WRK-QTD-DP.
           MOVE WRK-AG-VALOR-REJEITADO TO WRK-TOTAL-DP.
           MOVE SPACES TO LINHA-PREVIA.
           STRING "  TOTAL AGENCIA " WRK-AGENCIA-ATUAL
               " - REJEITADOS: " WRK-QTD-DP
               "  VALOR REJEITADO: " WRK-TOTAL-DP
               DELIMITED BY SIZE INTO LINHA-PREVIA.
           WRITE LINHA-PREVIA.
           MOVE WRK-AG-QTD-CONTAS TO WRK-QTD-DP.
           MOVE WRK-AG-ATUAL-BRL TO WRK-TOTAL-DP.
           MOVE WRK-AG-PROJETADO-BRL TO WRK-TOTAL2-DP.
           MOVE SPACES TO LINHA-PREVIA.
           STRING "  CONTAS: " WRK-QTD-DP
               "  SALDO ATUAL R$: " WRK-TOTAL-DP
               "  SALDO PROJETADO R$: " WRK-TOTAL2-DP
               DELIMITED BY SIZE INTO LINHA-PREVIA.
           WRITE LINHA-PREVIA.
           IF WRK-AG-TEM-USD = "S"
               MOVE WRK-AG-ATUAL-USD TO WRK-TOTAL-DP
               MOVE WRK-AG-PROJETADO-USD TO WRK-TOTAL2-DP
               MOVE SPACES TO LINHA-PREVIA
               STRING "                  SALDO ATUAL US$: "
                   WRK-TOTAL-DP
                   "  SALDO PROJETADO US$: " WRK-TOTAL2-DP
                   DELIMITED BY SIZE INTO LINHA-PREVIA
               WRITE LINHA-PREVIA
           END-IF.
           IF WRK-AG-QTD-NEGATIVAS > ZERO
               MOVE WRK-AG-QTD-NEGATIVAS TO WRK-QTD-DP
               MOVE SPACES TO LINHA-PREVIA
               STRING "  CONTAS QUE FICARIAM NEGATIVAS: " WRK-QTD-DP
                   DELIMITED BY SIZE INTO LINHA-PREVIA
               WRITE LINHA-PREVIA
           END-IF.

       3950-RETORNAR-CLASS.
           RETURN CLASSIFICACAO
               AT END
                   SET FIM-CLASS TO TRUE
           END-RETURN.

       9000-ENCERRAR.
           MOVE SPACES TO LINHA-PREVIA.
           WRITE LINHA-PREVIA.
           MOVE WRK-QTD-AGENCIAS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-PREVIA.
           STRING "AGENCIAS ............................: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-PREVIA.
           WRITE LINHA-PREVIA.
           MOVE WRK-QTD-LANCADOS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-PREVIA.
           STRING "LANCAMENTOS QUE SERIAM FEITOS .......: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-PREVIA.
           WRITE LINHA-PREVIA.
           MOVE WRK-QTD-CRITICA TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-PREVIA.
           STRING "REJEITADOS NA CRITICA ...............: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-PREVIA.
           WRITE LINHA-PREVIA.
           MOVE WRK-QTD-LANCAMENTO TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-PREVIA.
           STRING "REJEITADOS NO LANCAMENTO ............: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-PREVIA.
           WRITE LINHA-PREVIA.
           MOVE WRK-QTD-CONTAS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-PREVIA.
           STRING "CONTAS LISTADAS .....................: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-PREVIA.
           WRITE LINHA-PREVIA.
           MOVE WRK-QTD-NEGATIVAS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-PREVIA.
           STRING "CONTAS QUE FICARIAM NEGATIVAS .......: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-PREVIA.
           WRITE LINHA-PREVIA.
           IF WRK-QTD-SEM-CADASTRO > ZERO
               MOVE WRK-QTD-SEM-CADASTRO TO WRK-QTD-DP
               MOVE SPACES TO LINHA-PREVIA
               STRING "CONTAS LANCADAS FORA DO MASTER ......: "
                   WRK-QTD-DP
                   DELIMITED BY SIZE INTO LINHA-PREVIA
               WRITE LINHA-PREVIA
           END-IF.
           CLOSE PREVIA-REL.
           CLOSE CONTA-MASTER.
           DISPLAY "PREVIAMOVTO: " WRK-QTD-REJEITADOS
               " MOVIMENTO(S) REJEITADO(S), " WRK-QTD-CONTAS
               " CONTA(S) PROJETADA(S) - VER PREVIA.PRT".
