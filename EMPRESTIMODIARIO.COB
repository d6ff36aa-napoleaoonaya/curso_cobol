       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. EMPRESTIMODIARIO.
       AUTHOR. NAPOLEAO.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
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
      *EMPRESTPAR.DAT E O CARTAO DE PARAMETROS DO ATRASO: TAXA DE
      *JUROS DE MORA AO DIA (FRACAO, COMO O LIMITE.DAT) E PERCENTUAL
      *DE MULTA SOBRE A PARCELA VENCIDA. O TETO DA TAXA MENSAL NO
      *FIM DO CARTAO E DO CONTRATAEMPRESTIMO.
           SELECT EMPREST-PARM  ASSIGN TO "EMPRESTPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
      *O DEBITO DE PARCELA REJEITADO (SEM SALDO, CONTA BLOQUEADA...)
      *CHEGA AO SUSPENSO.DAT PELO CAMINHO NORMAL. AQUI ELE E
      *RECONHECIDO E RETIRADO: A COBRANCA DA PARCELA VENCIDA PASSA A
      *SER DO CONTRATO (REAPRESENTADA COM MORA A CADA NOITE) E O
      *REPROCESSAMOVTO NAO PODE DEBITA-LA UMA SEGUNDA VEZ.
           SELECT SUSPENSO  ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SUSPENSO.
           SELECT SUSPENSO-NOVO  ASSIGN TO "SUSPEMPR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SUSP-NOVO.
           SELECT EMPRESTIMO-REL  ASSIGN TO "EMPRESTIMO.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
       DATA                            DIVISION.
       FILE SECTION.
       FD  EMPRESTIMOS.
           COPY EMPRESTIMO.
       FD  PARCELAS.
           COPY PARCELA.
       FD  EMPREST-PARM.
       01  REG-EMPREST-PARM.
           05  EM-TAXA-MORA-DIA      PICTURE 9V9(4).
           05  EM-PCT-MULTA          PICTURE 9(2).
           05  EM-TAXA-MES-MAXIMA    PICTURE 9V9(4).
       FD  SUSPENSO.
           COPY SUSPENSO.
       FD  SUSPENSO-NOVO.
       01  REG-SUSPENSO-NOVO   PICTURE X(61).
       FD  EMPRESTIMO-REL.
       01  LINHA-EMPRESTIMO    PICTURE X(80).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E O FECHAMENTO DIARIO DA CARTEIRA DE
      *EMPRESTIMOS, DEPOIS DO LANCAMENTO E DA CONCILIACAO: CADA
      *PARCELA COBRADA (STATUS "C") E BAIXADA COMO PAGA, OU, SE O
      *DEBITO DELA ESTA NO SUSPENSO.DAT, PASSA A VENCIDA. A PARCELA
      *VENCIDA TEM A MULTA E OS JUROS DE MORA RECALCULADOS DESDE O
      *VENCIMENTO. O CONTRATO E ATUALIZADO (SALDO DEVEDOR, PAGAS,
      *ATRASO, STATUS) E A POSICAO DA CARTEIRA SAI NO EMPRESTIMO.PRT.
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
       01  WRK-TAXA-MORA-DIA    PICTURE 9V9(4) VALUE ZERO.
       01  WRK-PCT-MULTA        PICTURE 9(2) VALUE ZERO.
       01  WRK-DIAS-ATRASO      PICTURE 9(5) VALUE ZERO.
      *DEBITOS DE PARCELA REJEITADOS NO SUSPENSO.DAT (SAQUE COM O
      *CONTRATO NA CONTA DESTINO), COM A POSICAO DO REGISTRO NO
      *ARQUIVO PARA A RETIRADA DOS QUE FOREM RECONHECIDOS.
       01  WRK-TAB-REJEICOES.
           05  WRK-RJ-ENTRY OCCURS 2000 TIMES.
               10  WRK-RJ-SEQ       PICTURE 9(7).
               10  WRK-RJ-DATA      PICTURE 9(8).
               10  WRK-RJ-CONTA     PICTURE 9(6).
               10  WRK-RJ-CONTRATO  PICTURE 9(6).
               10  WRK-RJ-VALOR     PICTURE S9(7)V99.
               10  WRK-RJ-USADO     PICTURE X(1).
       01  WRK-QTD-REJEICOES    PICTURE 9(4) VALUE ZERO.
       01  WRK-R                PICTURE 9(4) VALUE ZERO.
       01  WRK-SEQ-SUSPENSO     PICTURE 9(7) VALUE ZERO.
       01  WRK-QTD-RETIRADOS    PICTURE 9(6) VALUE ZERO.
      *ACUMULADOS DO CONTRATO EM CURSO (O PARCEMPR.DAT VEM NA ORDEM
      *DE CONTRATO + PARCELA).
       01  WRK-CONTRATO-ATUAL   PICTURE 9(6) VALUE ZERO.
       01  WRK-CT-PAGAS-HOJE    PICTURE 9(3) VALUE ZERO.
       01  WRK-CT-AMORT-HOJE    PICTURE 9(7)V99 VALUE ZERO.
       01  WRK-CT-QTD-ATRASO    PICTURE 9(3) VALUE ZERO.
       01  WRK-CT-VALOR-ATRASO  PICTURE 9(7)V99 VALUE ZERO.
      *TOTAIS DA CARTEIRA.
       01  WRK-QTD-CONTRATOS    PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-EM-DIA       PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-EM-ATRASO    PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-LIQUIDADOS   PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-PAGAS-DIA    PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-VENCIDAS-DIA PICTURE 9(6) VALUE ZERO.
       01  WRK-TOTAL-CARTEIRA   PICTURE 9(11)V99 VALUE ZERO.
       01  WRK-TOTAL-ATRASO     PICTURE 9(11)V99 VALUE ZERO.
       01  WRK-TOTAL-RECEBIDO   PICTURE 9(11)V99 VALUE ZERO.
       01  WRK-QTD-DP           PICTURE ZZZ.ZZ9.
       01  WRK-VALOR-DP         PICTURE Z.ZZZ.ZZ9,99.
       01  WRK-ATRASO-DP        PICTURE Z.ZZZ.ZZ9,99.
       01  WRK-TOTAL-DP         PICTURE ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-STATUS-EMPRESTIMO PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-PARCELA    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-PARM       PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-SUSPENSO   PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-SUSP-NOVO  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-REL        PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-FIM-PARCELAS      PICTURE X    VALUE "N".
           88  FIM-PARCELAS                   VALUE "S".
       01  WS-FIM-SUSPENSO      PICTURE X    VALUE "N".
           88  FIM-SUSPENSO                   VALUE "S".
       01  WS-FIM-SUSP-NOVO     PICTURE X    VALUE "N".
           88  FIM-SUSP-NOVO                  VALUE "S".
       01  WS-SEM-CARTEIRA      PICTURE X    VALUE "N".
           88  SEM-CARTEIRA                   VALUE "S".
       01  WS-REJEICAO-ACHADA   PICTURE X    VALUE "N".
           88  REJEICAO-ACHADA                VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF NOT SEM-CARTEIRA
               PERFORM 1300-CARREGAR-REJEICOES
               PERFORM 2000-BAIXAR-PARCELA
                   UNTIL FIM-PARCELAS
               IF WRK-CONTRATO-ATUAL NOT = ZEROS
                   PERFORM 3000-ATUALIZAR-CONTRATO
               END-IF
               IF WRK-QTD-RETIRADOS > ZERO
                   PERFORM 4000-REGRAVAR-SUSPENSO
               END-IF
           END-IF.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

      *SEM PARCEMPR.DAT NENHUM EMPRESTIMO FOI CONTRATADO: O
      *RELATORIO SAI SO COM O TITULO E O PASSO TERMINA LIMPO.
       1000-ABRIR-ARQUIVOS.
           PERFORM 1050-LER-DATA-MOVTO.
           PERFORM 1100-LER-PARAMETROS.
           OPEN OUTPUT EMPRESTIMO-REL.
           MOVE SPACES TO LINHA-EMPRESTIMO.
           STRING "CARTEIRA DE EMPRESTIMOS - DATA " WRK-DATA-MOVTO
               DELIMITED BY SIZE INTO LINHA-EMPRESTIMO.
           WRITE LINHA-EMPRESTIMO.
           OPEN I-O PARCELAS.
           IF WS-STATUS-PARCELA NOT = "00"
               SET SEM-CARTEIRA TO TRUE
               SET FIM-PARCELAS TO TRUE
           ELSE
               OPEN I-O EMPRESTIMOS
               IF WS-STATUS-EMPRESTIMO NOT = "00"
                   DISPLAY "EMPRESTIMODIARIO: PARCEMPR.DAT SEM O "
                       "EMPRESTIMO.DAT - VERIFICAR"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LOW-VALUES TO PA-CHAVE
               START PARCELAS KEY IS NOT LESS THAN PA-CHAVE
                   INVALID KEY
                       SET FIM-PARCELAS TO TRUE
               END-START
               IF WS-STATUS-PARCELA NOT = "00"
                   SET FIM-PARCELAS TO TRUE
               END-IF
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

      *SEM O CARTAO DE ATRASO A BAIXA CORRE NORMALMENTE, SO QUE A
      *PARCELA VENCIDA FICA SEM MULTA E SEM MORA.
       1100-LER-PARAMETROS.
           OPEN INPUT EMPREST-PARM.
           IF WS-STATUS-PARM = "35"
               DISPLAY "EMPRESTIMODIARIO: SEM EMPRESTPAR.DAT - "
                   "ATRASO SEM MULTA E SEM MORA"
           ELSE
               READ EMPREST-PARM
                   AT END
                       DISPLAY "EMPRESTIMODIARIO: EMPRESTPAR.DAT "
                           "VAZIO - ATRASO SEM MULTA E SEM MORA"
                   NOT AT END
                       MOVE EM-TAXA-MORA-DIA TO WRK-TAXA-MORA-DIA
                       MOVE EM-PCT-MULTA     TO WRK-PCT-MULTA
               END-READ
               CLOSE EMPREST-PARM
           END-IF.

      *TABELA ESTOURADA PARA O LOTE ANTES DE QUALQUER BAIXA: UMA
      *REJEICAO FORA DA TABELA FARIA A PARCELA SER BAIXADA COMO PAGA.
       1300-CARREGAR-REJEICOES.
           MOVE ZERO TO WRK-QTD-REJEICOES.
           MOVE ZERO TO WRK-SEQ-SUSPENSO.
           MOVE "N" TO WS-FIM-SUSPENSO.
           OPEN INPUT SUSPENSO.
           IF WS-STATUS-SUSPENSO = "35"
               SET FIM-SUSPENSO TO TRUE
           END-IF.
           PERFORM 1350-CARREGAR-REJEICAO
               UNTIL FIM-SUSPENSO.
           IF WS-STATUS-SUSPENSO NOT = "35"
               CLOSE SUSPENSO
           END-IF.

       1350-CARREGAR-REJEICAO.
           READ SUSPENSO
               AT END
                   SET FIM-SUSPENSO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-SEQ-SUSPENSO
                   IF SU-OPERACAO = "S"
                       AND SU-CONTA-DESTINO NOT = ZEROS
                       PERFORM 1400-GUARDAR-REJEICAO
                   END-IF
           END-READ.

       1400-GUARDAR-REJEICAO.
           IF WRK-QTD-REJEICOES = 2000
               DISPLAY "EMPRESTIMODIARIO: MAIS DE 2000 DEBITOS DE "
                   "PARCELA NO SUSPENSO.DAT - AMPLIAR A TABELA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WRK-QTD-REJEICOES.
           MOVE WRK-SEQ-SUSPENSO TO WRK-RJ-SEQ (WRK-QTD-REJEICOES).
           MOVE SU-DATA-REJEICAO TO WRK-RJ-DATA (WRK-QTD-REJEICOES).
           MOVE SU-CONTA         TO WRK-RJ-CONTA (WRK-QTD-REJEICOES).
           MOVE SU-CONTA-DESTINO
               TO WRK-RJ-CONTRATO (WRK-QTD-REJEICOES).
           MOVE SU-VALOR         TO WRK-RJ-VALOR (WRK-QTD-REJEICOES).
           MOVE "N"              TO WRK-RJ-USADO (WRK-QTD-REJEICOES).

       2000-BAIXAR-PARCELA.
           PERFORM 2900-LER-PARCELA.
           IF NOT FIM-PARCELAS
               IF PA-CONTRATO NOT = WRK-CONTRATO-ATUAL
                   IF WRK-CONTRATO-ATUAL NOT = ZEROS
                       PERFORM 3000-ATUALIZAR-CONTRATO
                   END-IF
                   MOVE PA-CONTRATO TO WRK-CONTRATO-ATUAL
                   MOVE ZEROS TO WRK-CT-PAGAS-HOJE WRK-CT-AMORT-HOJE
                       WRK-CT-QTD-ATRASO WRK-CT-VALOR-ATRASO
               END-IF
               EVALUATE TRUE
                   WHEN PA-COBRADA
                       PERFORM 2100-APURAR-COBRANCA
                   WHEN PA-VENCIDA
                       PERFORM 2300-RETIRAR-REJEICAO-REPETIDA
                       PERFORM 2400-CALCULAR-MORA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *DEBITO DA PARCELA NO SUSPENSO (MESMA DATA DA COBRANCA, MESMA
      *CONTA, MESMO CONTRATO, MESMO VALOR) = NAO PAGOU; FORA DELE, O
      *SAQUE FOI LANCADO E A PARCELA ESTA PAGA.
       2100-APURAR-COBRANCA.
           PERFORM 2200-PROCURAR-REJEICAO.
           IF REJEICAO-ACHADA
               ADD 1 TO WRK-QTD-VENCIDAS-DIA
               MOVE "V"            TO PA-STATUS
               MOVE WRK-DATA-MOVTO TO PA-DATA-STATUS
               PERFORM 2400-CALCULAR-MORA
               MOVE SPACES TO LINHA-EMPRESTIMO
               STRING "  CONTRATO " PA-CONTRATO " PARCELA "
                   PA-NUMERO " CONTA " PA-CONTA
                   " - DEBITO REJEITADO, PARCELA VENCIDA"
                   DELIMITED BY SIZE INTO LINHA-EMPRESTIMO
               WRITE LINHA-EMPRESTIMO
           ELSE
               ADD 1 TO WRK-QTD-PAGAS-DIA
               ADD 1 TO WRK-CT-PAGAS-HOJE
               ADD PA-VALOR-AMORTIZACAO TO WRK-CT-AMORT-HOJE
               ADD PA-VALOR-COBRADO TO WRK-TOTAL-RECEBIDO
               MOVE "P"            TO PA-STATUS
               MOVE WRK-DATA-MOVTO TO PA-DATA-STATUS
               REWRITE REG-PARCELA
               MOVE PA-VALOR-COBRADO TO WRK-VALOR-DP
               MOVE SPACES TO LINHA-EMPRESTIMO
               STRING "  CONTRATO " PA-CONTRATO " PARCELA "
                   PA-NUMERO " CONTA " PA-CONTA
                   " - PAGA " WRK-VALOR-DP
                   DELIMITED BY SIZE INTO LINHA-EMPRESTIMO
               WRITE LINHA-EMPRESTIMO
           END-IF.

       2200-PROCURAR-REJEICAO.
           MOVE "N" TO WS-REJEICAO-ACHADA.
           PERFORM VARYING WRK-R FROM 1 BY 1
                   UNTIL WRK-R > WRK-QTD-REJEICOES
                   OR REJEICAO-ACHADA
               IF WRK-RJ-USADO (WRK-R) = "N"
                   AND WRK-RJ-DATA (WRK-R) = PA-DATA-STATUS
                   AND WRK-RJ-CONTA (WRK-R) = PA-CONTA
                   AND WRK-RJ-CONTRATO (WRK-R) = PA-CONTRATO
                   AND WRK-RJ-VALOR (WRK-R) = PA-VALOR-COBRADO
                   MOVE "S" TO WRK-RJ-USADO (WRK-R)
                   ADD 1 TO WRK-QTD-RETIRADOS
                   SET REJEICAO-ACHADA TO TRUE
               END-IF
           END-PERFORM.

      *NUMA RETOMADA DA MESMA DATA A CRITICA PODE REGRAVAR A
      *REJEICAO DE UMA PARCELA QUE JA PASSOU A VENCIDA AQUI: ELA E
      *RETIRADA DE NOVO, SEM MEXER NA PARCELA.
       2300-RETIRAR-REJEICAO-REPETIDA.
           PERFORM 2200-PROCURAR-REJEICAO.

      *MULTA UNICA SOBRE A PARCELA MAIS JUROS DE MORA SIMPLES POR
      *DIA DESDE O VENCIMENTO, SEMPRE REFEITOS DO ZERO - A RODADA
      *REPETIDA NA MESMA DATA CHEGA AO MESMO VALOR.
       2400-CALCULAR-MORA.
           COMPUTE WRK-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVTO) -
               FUNCTION INTEGER-OF-DATE(PA-DATA-VENCTO).
           COMPUTE PA-VALOR-MORA ROUNDED =
               PA-VALOR-PARCELA * WRK-PCT-MULTA / 100
               + PA-VALOR-PARCELA * WRK-TAXA-MORA-DIA
                 * WRK-DIAS-ATRASO.
           REWRITE REG-PARCELA.
           ADD 1 TO WRK-CT-QTD-ATRASO.
           COMPUTE WRK-CT-VALOR-ATRASO = WRK-CT-VALOR-ATRASO
               + PA-VALOR-PARCELA + PA-VALOR-MORA.

      *FECHA O CONTRATO EM CURSO: ABATE A AMORTIZACAO DAS PARCELAS
      *PAGAS HOJE, REFAZ O ATRASO E O STATUS E LISTA A POSICAO.
       3000-ATUALIZAR-CONTRATO.
           MOVE WRK-CONTRATO-ATUAL TO EP-CONTRATO.
           READ EMPRESTIMOS
               INVALID KEY
                   DISPLAY "EMPRESTIMODIARIO: PARCELAS DO CONTRATO "
                       WRK-CONTRATO-ATUAL " SEM O CONTRATO NO "
                       "EMPRESTIMO.DAT - VERIFICAR"
               NOT INVALID KEY
                   PERFORM 3100-REGRAVAR-CONTRATO
           END-READ.

       3100-REGRAVAR-CONTRATO.
           IF WRK-CT-AMORT-HOJE > EP-SALDO-DEVEDOR
               MOVE ZEROS TO EP-SALDO-DEVEDOR
           ELSE
               SUBTRACT WRK-CT-AMORT-HOJE FROM EP-SALDO-DEVEDOR
           END-IF.
           ADD WRK-CT-PAGAS-HOJE TO EP-QTD-PAGAS.
           MOVE WRK-CT-QTD-ATRASO   TO EP-QTD-ATRASO.
           MOVE WRK-CT-VALOR-ATRASO TO EP-VALOR-ATRASO.
           EVALUATE TRUE
               WHEN EP-QTD-PAGAS >= EP-PRAZO
                   MOVE "L" TO EP-STATUS
                   MOVE ZEROS TO EP-SALDO-DEVEDOR
               WHEN EP-QTD-ATRASO > ZERO
                   MOVE "T" TO EP-STATUS
               WHEN OTHER
                   MOVE "A" TO EP-STATUS
           END-EVALUATE.
           REWRITE REG-EMPRESTIMO.
           ADD 1 TO WRK-QTD-CONTRATOS.
           EVALUATE TRUE
               WHEN EP-LIQUIDADO
                   ADD 1 TO WRK-QTD-LIQUIDADOS
               WHEN EP-EM-ATRASO
                   ADD 1 TO WRK-QTD-EM-ATRASO
               WHEN OTHER
                   ADD 1 TO WRK-QTD-EM-DIA
           END-EVALUATE.
           ADD EP-SALDO-DEVEDOR TO WRK-TOTAL-CARTEIRA.
           ADD EP-VALOR-ATRASO  TO WRK-TOTAL-ATRASO.
           MOVE EP-SALDO-DEVEDOR TO WRK-VALOR-DP.
           MOVE EP-VALOR-ATRASO  TO WRK-ATRASO-DP.
           MOVE SPACES TO LINHA-EMPRESTIMO.
           STRING "CT " EP-CONTRATO " CONTA " EP-CONTA
               " AG " EP-AGENCIA " SALDO " WRK-VALOR-DP
               " PG " EP-QTD-PAGAS "/" EP-PRAZO
               " ATR " EP-QTD-ATRASO " " WRK-ATRASO-DP
               " " EP-STATUS
               DELIMITED BY SIZE INTO LINHA-EMPRESTIMO.
           WRITE LINHA-EMPRESTIMO.

      *O TESTE DE FILE STATUS COBRE ERRO PERMANENTE DE I-O NA
      *LEITURA SEQUENCIAL, QUE NAO DISPARA O AT END.
       2900-LER-PARCELA.
           READ PARCELAS NEXT RECORD
               AT END
                   SET FIM-PARCELAS TO TRUE
           END-READ.
           IF WS-STATUS-PARCELA NOT = "00"
               AND WS-STATUS-PARCELA NOT = "10"
               SET FIM-PARCELAS TO TRUE
           END-IF.

      *REESCREVE O SUSPENSO.DAT SEM OS DEBITOS DE PARCELA
      *RECONHECIDOS, PELO ARQUIVO DE TRABALHO SUSPEMPR.TMP (MESMO
      *RITO DO REPROCESSAMOVTO).
       4000-REGRAVAR-SUSPENSO.
           MOVE ZERO TO WRK-SEQ-SUSPENSO.
           MOVE 1 TO WRK-R.
           MOVE "N" TO WS-FIM-SUSPENSO.
           OPEN INPUT SUSPENSO.
           OPEN OUTPUT SUSPENSO-NOVO.
           PERFORM 4100-COPIAR-SUSPENSO
               UNTIL FIM-SUSPENSO.
           CLOSE SUSPENSO.
           CLOSE SUSPENSO-NOVO.
           MOVE "N" TO WS-FIM-SUSP-NOVO.
           OPEN OUTPUT SUSPENSO.
           OPEN INPUT SUSPENSO-NOVO.
           PERFORM 4900-LER-SUSP-NOVO.
           PERFORM UNTIL FIM-SUSP-NOVO
               WRITE REG-SUSPENSO FROM REG-SUSPENSO-NOVO
               PERFORM 4900-LER-SUSP-NOVO
           END-PERFORM.
           CLOSE SUSPENSO.
           CLOSE SUSPENSO-NOVO.

      *A TABELA ESTA NA ORDEM DO ARQUIVO: BASTA ANDAR COM O INDICE
      *ATE A POSICAO DO REGISTRO LIDO.
       4100-COPIAR-SUSPENSO.
           READ SUSPENSO
               AT END
                   SET FIM-SUSPENSO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-SEQ-SUSPENSO
                   PERFORM UNTIL WRK-R > WRK-QTD-REJEICOES
                           OR WRK-RJ-SEQ (WRK-R) >= WRK-SEQ-SUSPENSO
                       ADD 1 TO WRK-R
                   END-PERFORM
                   IF WRK-R <= WRK-QTD-REJEICOES
                       AND WRK-RJ-SEQ (WRK-R) = WRK-SEQ-SUSPENSO
                       AND WRK-RJ-USADO (WRK-R) = "S"
                       CONTINUE
                   ELSE
                       WRITE REG-SUSPENSO-NOVO FROM REG-SUSPENSO
                   END-IF
           END-READ.

       4900-LER-SUSP-NOVO.
           READ SUSPENSO-NOVO
               AT END
                   SET FIM-SUSP-NOVO TO TRUE
           END-READ.

      *SEM REGISTRO DE CONTROLE: A BAIXA NAO MOVE SALDO (O DEBITO
      *DA PARCELA JA ENTROU NO CONTROLE DA CRITICA E DO LANCAMENTO),
      *COMO O JUROSLIMITE E A MENSALIDADE NAO GRAVAM O SEU.
       9000-ENCERRAR.
           MOVE SPACES TO LINHA-EMPRESTIMO.
           WRITE LINHA-EMPRESTIMO.
           MOVE WRK-QTD-CONTRATOS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-EMPRESTIMO.
           STRING "  CONTRATOS NA CARTEIRA ..: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-EMPRESTIMO.
           WRITE LINHA-EMPRESTIMO.
           MOVE WRK-QTD-EM-DIA TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-EMPRESTIMO.
           STRING "    EM DIA ...............: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-EMPRESTIMO.
           WRITE LINHA-EMPRESTIMO.
           MOVE WRK-QTD-EM-ATRASO TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-EMPRESTIMO.
           STRING "    EM ATRASO ............: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-EMPRESTIMO.
           WRITE LINHA-EMPRESTIMO.
           MOVE WRK-QTD-LIQUIDADOS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-EMPRESTIMO.
           STRING "    LIQUIDADOS ...........: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-EMPRESTIMO.
           WRITE LINHA-EMPRESTIMO.
           MOVE WRK-TOTAL-CARTEIRA TO WRK-TOTAL-DP.
           MOVE SPACES TO LINHA-EMPRESTIMO.
           STRING "  SALDO DEVEDOR TOTAL ....: " WRK-TOTAL-DP
               DELIMITED BY SIZE INTO LINHA-EMPRESTIMO.
           WRITE LINHA-EMPRESTIMO.
           MOVE WRK-TOTAL-ATRASO TO WRK-TOTAL-DP.
           MOVE SPACES TO LINHA-EMPRESTIMO.
           STRING "  EM ATRASO COM MORA .....: " WRK-TOTAL-DP
               DELIMITED BY SIZE INTO LINHA-EMPRESTIMO.
           WRITE LINHA-EMPRESTIMO.
           MOVE WRK-QTD-PAGAS-DIA TO WRK-QTD-DP.
           MOVE WRK-TOTAL-RECEBIDO TO WRK-TOTAL-DP.
           MOVE SPACES TO LINHA-EMPRESTIMO.
           STRING "  PARCELAS PAGAS NO DIA ..: " WRK-QTD-DP
               " - RECEBIDO " WRK-TOTAL-DP
               DELIMITED BY SIZE INTO LINHA-EMPRESTIMO.
           WRITE LINHA-EMPRESTIMO.
           MOVE WRK-QTD-VENCIDAS-DIA TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-EMPRESTIMO.
           STRING "  PARCELAS VENCIDAS NO DIA: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-EMPRESTIMO.
           WRITE LINHA-EMPRESTIMO.
           CLOSE EMPRESTIMO-REL.
           IF NOT SEM-CARTEIRA
               CLOSE PARCELAS
               CLOSE EMPRESTIMOS
           END-IF.
           DISPLAY "EMPRESTIMODIARIO: " WRK-QTD-PAGAS-DIA
               " PARCELA(S) PAGA(S), " WRK-QTD-VENCIDAS-DIA
               " VENCIDA(S), " WRK-QTD-CONTRATOS
               " CONTRATO(S) - VER EMPRESTIMO.PRT".
