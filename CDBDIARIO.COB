       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. CDBDIARIO.
       AUTHOR. NAPOLEAO.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT APLICACOES  ASSIGN TO "APLICCDB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-NUMERO
               FILE STATUS IS WS-STATUS-APLICACAO.
           SELECT CONTA-MASTER  ASSIGN TO "CONTAMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-STATUS-CONTA.
           SELECT LOG-MOVTO  ASSIGN TO "LOGMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.
           SELECT CDB-REL  ASSIGN TO "CDB.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
       DATA                            DIVISION.
       FILE SECTION.
       FD  APLICACOES.
           COPY APLICACAO.
       FD  CONTA-MASTER.
           COPY CONTACLI.
       FD  LOG-MOVTO.
           COPY LOGMOVTO.
       FD  CDB-REL.
       01  LINHA-CDB           PICTURE X(80).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E O FECHAMENTO DIARIO DAS APLICACOES EM CDB:
      *TODA APLICACAO ATIVA TEM O RENDIMENTO BRUTO APROPRIADO ATE A
      *DATA-MOVIMENTO (COMPOSTO POR DIA CORRIDO NA BASE 365, O MESMO
      *CALCULO DO RESGATE NO APLICACDB). A QUE VENCEU E RESGATADA
      *AUTOMATICAMENTE: PRINCIPAL MAIS RENDIMENTO ATE O VENCIMENTO
      *VOLTAM AO SALDO DA CONTA (ORIGEM "A") E O IR DA TABELA
      *REGRESSIVA E RETIDO (ORIGEM "R"). A POSICAO SAI NO CDB.PRT.
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
       01  WRK-DIAS             PICTURE 9(5) VALUE ZERO.
       01  WRK-FATOR            PICTURE 9(3)V9(10) VALUE ZEROS.
      *BASE, EXPOENTE E FATOR MENOS UM EM CAMPOS PROPRIOS: MONTADOS
      *NA PROPRIA EXPRESSAO, O RESULTADO INTERMEDIARIO PERDE AS
      *CASAS E O RENDIMENTO SAI ERRADO.
       01  WRK-BASE-FATOR       PICTURE 9V9(4) VALUE ZEROS.
       01  WRK-EXPOENTE         PICTURE 9(2)V9(12) VALUE ZEROS.
       01  WRK-FATOR-MENOS-UM   PICTURE 9(3)V9(10) VALUE ZEROS.
       01  WRK-ALIQUOTA-IR      PICTURE 9V999 VALUE ZEROS.
       01  WRK-VALOR-CREDITO    PICTURE 9(7)V99 VALUE ZEROS.
       01  WRK-SALDO-ANTES      PICTURE S9(7)V99 VALUE ZEROS.
      *TOTAIS DA CARTEIRA.
       01  WRK-QTD-ATIVAS       PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-VENCIDAS     PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-PENDENTES    PICTURE 9(6) VALUE ZERO.
       01  WRK-TOTAL-APLICADO   PICTURE 9(11)V99 VALUE ZERO.
       01  WRK-TOTAL-RENDIMENTO PICTURE 9(11)V99 VALUE ZERO.
       01  WRK-TOTAL-CREDITADO  PICTURE 9(11)V99 VALUE ZERO.
       01  WRK-TOTAL-IR         PICTURE 9(11)V99 VALUE ZERO.
       01  WRK-QTD-DP           PICTURE ZZZ.ZZ9.
       01  WRK-VALOR-DP         PICTURE Z.ZZZ.ZZ9,99.
       01  WRK-RENDIMENTO-DP    PICTURE Z.ZZZ.ZZ9,99.
       01  WRK-TOTAL-DP         PICTURE ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-STATUS-APLICACAO  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CONTA      PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-LOG        PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-REL        PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-FIM-APLICACOES    PICTURE X    VALUE "N".
           88  FIM-APLICACOES                 VALUE "S".
       01  WS-SEM-CARTEIRA      PICTURE X    VALUE "N".
           88  SEM-CARTEIRA                   VALUE "S".
       01  WS-CONTA-ACHADA      PICTURE X    VALUE "N".
           88  CONTA-ACHADA                   VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-TRATAR-APLICACAO
               UNTIL FIM-APLICACOES.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

      *SEM APLICCDB.DAT NENHUMA APLICACAO FOI ABERTA: O RELATORIO
      *SAI SO COM O TITULO E O PASSO TERMINA LIMPO.
       1000-ABRIR-ARQUIVOS.
           PERFORM 1050-LER-DATA-MOVTO.
           OPEN OUTPUT CDB-REL.
           MOVE SPACES TO LINHA-CDB.
           STRING "APLICACOES EM CDB - DATA " WRK-DATA-MOVTO
               DELIMITED BY SIZE INTO LINHA-CDB.
           WRITE LINHA-CDB.
           OPEN I-O APLICACOES.
           IF WS-STATUS-APLICACAO NOT = "00"
               SET SEM-CARTEIRA TO TRUE
               SET FIM-APLICACOES TO TRUE
           ELSE
               PERFORM 1300-ABRIR-MASTER-E-LOG
               MOVE LOW-VALUES TO AP-NUMERO
               START APLICACOES KEY IS NOT LESS THAN AP-NUMERO
                   INVALID KEY
                       SET FIM-APLICACOES TO TRUE
               END-START
               IF WS-STATUS-APLICACAO NOT = "00"
                   SET FIM-APLICACOES TO TRUE
               END-IF
           END-IF.
           IF NOT FIM-APLICACOES
               PERFORM 2900-LER-APLICACAO
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

       1300-ABRIR-MASTER-E-LOG.
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
           OPEN EXTEND LOG-MOVTO.
           IF WS-STATUS-LOG = "35"
               OPEN OUTPUT LOG-MOVTO
           END-IF.

      *SO A APLICACAO ATIVA E TRATADA; A VENCIDA E A RESGATADA JA
      *TIVERAM O CREDITO FEITO E NAO VOLTAM A MEXER NO SALDO - NUMA
      *RETOMADA DA MESMA DATA O RESGATE NAO SE REPETE.
       2000-TRATAR-APLICACAO.
           IF AP-ATIVA
               IF AP-DATA-VENCTO <= WRK-DATA-MOVTO
                   PERFORM 2200-RESGATAR-NO-VENCIMENTO
               ELSE
                   PERFORM 2100-APROPRIAR-RENDIMENTO
               END-IF
           END-IF.
           PERFORM 2900-LER-APLICACAO.

      *RENDIMENTO SEMPRE REFEITO DESDE A APLICACAO: A RODADA REPETIDA
      *NA MESMA DATA CHEGA AO MESMO VALOR E UM DIA SEM LOTE NAO SE
      *PERDE.
       2100-APROPRIAR-RENDIMENTO.
           COMPUTE WRK-DIAS =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVTO) -
               FUNCTION INTEGER-OF-DATE(AP-DATA-APLICACAO).
           PERFORM 2500-CALCULAR-RENDIMENTO.
           MOVE WRK-DATA-MOVTO TO AP-DATA-APROPRIACAO.
           REWRITE REG-APLICACAO.
           ADD 1 TO WRK-QTD-ATIVAS.
           ADD AP-VALOR-APLICADO   TO WRK-TOTAL-APLICADO.
           ADD AP-RENDIMENTO-BRUTO TO WRK-TOTAL-RENDIMENTO.
           MOVE AP-VALOR-APLICADO   TO WRK-VALOR-DP.
           MOVE AP-RENDIMENTO-BRUTO TO WRK-RENDIMENTO-DP.
           MOVE SPACES TO LINHA-CDB.
           STRING "AP " AP-NUMERO " CONTA " AP-CONTA " AG " AP-AGENCIA
               " " WRK-VALOR-DP " REND " WRK-RENDIMENTO-DP
               " VENCE " AP-DATA-VENCTO
               DELIMITED BY SIZE INTO LINHA-CDB.
           WRITE LINHA-CDB.

      *O RENDIMENTO PARA NO VENCIMENTO, MESMO QUE O LOTE DAQUELE DIA
      *NAO TENHA RODADO. CONTA ENCERRADA NAO RECEBE O CREDITO: A
      *APLICACAO FICA ATIVA E APARECE NO RELATORIO PARA A AGENCIA
      *DECIDIR O DESTINO DO DINHEIRO.
       2200-RESGATAR-NO-VENCIMENTO.
           COMPUTE WRK-DIAS =
               FUNCTION INTEGER-OF-DATE(AP-DATA-VENCTO) -
               FUNCTION INTEGER-OF-DATE(AP-DATA-APLICACAO).
           PERFORM 2500-CALCULAR-RENDIMENTO.
           MOVE AP-DATA-VENCTO TO AP-DATA-APROPRIACAO.
           MOVE "N" TO WS-CONTA-ACHADA.
           MOVE AP-CONTA TO CM-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CONTA-ACHADA TO TRUE
           END-READ.
           IF CONTA-ACHADA AND NOT CM-ENCERRADA
               PERFORM 2300-CREDITAR-RESGATE
           ELSE
               REWRITE REG-APLICACAO
               ADD 1 TO WRK-QTD-PENDENTES
               MOVE SPACES TO LINHA-CDB
               STRING "  AP " AP-NUMERO " CONTA " AP-CONTA
                   " - VENCIDA, CONTA ENCERRADA OU INEXISTENTE: "
                   "RESGATE PENDENTE"
                   DELIMITED BY SIZE INTO LINHA-CDB
               WRITE LINHA-CDB
           END-IF.

      *IR PELA TABELA REGRESSIVA SOBRE O PRAZO TODO DA APLICACAO:
      *ATE 180 DIAS 22,5%, ATE 360 DIAS 20%, ATE 720 DIAS 17,5% E
      *ACIMA DISSO 15%.
       2300-CREDITAR-RESGATE.
           EVALUATE TRUE
               WHEN WRK-DIAS <= 180
                   MOVE 0,225 TO WRK-ALIQUOTA-IR
               WHEN WRK-DIAS <= 360
                   MOVE 0,200 TO WRK-ALIQUOTA-IR
               WHEN WRK-DIAS <= 720
                   MOVE 0,175 TO WRK-ALIQUOTA-IR
               WHEN OTHER
                   MOVE 0,150 TO WRK-ALIQUOTA-IR
           END-EVALUATE.
           COMPUTE AP-VALOR-IR ROUNDED =
               AP-RENDIMENTO-BRUTO * WRK-ALIQUOTA-IR.
           COMPUTE WRK-VALOR-CREDITO =
               AP-VALOR-APLICADO + AP-RENDIMENTO-BRUTO.
           COMPUTE AP-VALOR-LIQUIDO = WRK-VALOR-CREDITO - AP-VALOR-IR.
           MOVE ZEROS          TO AP-VALOR-MULTA.
           MOVE "V"            TO AP-STATUS.
           MOVE WRK-DATA-MOVTO TO AP-DATA-RESGATE.
           MOVE CM-SALDO TO WRK-SALDO-ANTES.
           ADD WRK-VALOR-CREDITO TO CM-SALDO.
           MOVE "D"               TO LG-OPERACAO.
           MOVE WRK-VALOR-CREDITO TO LG-VALOR.
           MOVE "A"               TO LG-ORIGEM.
           PERFORM 8000-REGISTRAR-LOG.
           IF AP-VALOR-IR > ZERO
               MOVE CM-SALDO TO WRK-SALDO-ANTES
               SUBTRACT AP-VALOR-IR FROM CM-SALDO
               MOVE "S"         TO LG-OPERACAO
               MOVE AP-VALOR-IR TO LG-VALOR
               MOVE "R"         TO LG-ORIGEM
               PERFORM 8000-REGISTRAR-LOG
           END-IF.
           MOVE WRK-DATA-MOVTO TO CM-DATA-ULT-MOVTO.
           REWRITE REG-CONTA-MASTER.
      *A APLICACAO SO VIRA "V" DEPOIS DO CREDITO GRAVADO: RODADA
      *DERRUBADA NO MEIO DEIXA A APLICACAO ATIVA E A RETOMADA REFAZ
      *O RESGATE, EM VEZ DE FECHAR UMA APLICACAO NUNCA CREDITADA.
           REWRITE REG-APLICACAO.
           ADD 1 TO WRK-QTD-VENCIDAS.
           ADD AP-VALOR-LIQUIDO TO WRK-TOTAL-CREDITADO.
           ADD AP-VALOR-IR      TO WRK-TOTAL-IR.
           MOVE AP-VALOR-LIQUIDO TO WRK-VALOR-DP.
           MOVE AP-VALOR-IR      TO WRK-RENDIMENTO-DP.
           MOVE SPACES TO LINHA-CDB.
           STRING "  AP " AP-NUMERO " CONTA " AP-CONTA
               " - VENCIDA, LIQUIDO " WRK-VALOR-DP
               " IR " WRK-RENDIMENTO-DP
               DELIMITED BY SIZE INTO LINHA-CDB.
           WRITE LINHA-CDB.

      *COMPOSTO POR DIA CORRIDO NA BASE 365 SOBRE WRK-DIAS.
       2500-CALCULAR-RENDIMENTO.
           COMPUTE WRK-BASE-FATOR = 1 + AP-TAXA-ANO.
           COMPUTE WRK-EXPOENTE ROUNDED = WRK-DIAS / 365.
           COMPUTE WRK-FATOR ROUNDED =
               WRK-BASE-FATOR ** WRK-EXPOENTE.
           COMPUTE WRK-FATOR-MENOS-UM = WRK-FATOR - 1.
           COMPUTE AP-RENDIMENTO-BRUTO ROUNDED =
               AP-VALOR-APLICADO * WRK-FATOR-MENOS-UM.

      *O TESTE DE FILE STATUS COBRE ERRO PERMANENTE DE I-O NA
      *LEITURA SEQUENCIAL, QUE NAO DISPARA O AT END.
       2900-LER-APLICACAO.
           READ APLICACOES NEXT RECORD
               AT END
                   SET FIM-APLICACOES TO TRUE
           END-READ.
           IF WS-STATUS-APLICACAO NOT = "00"
               AND WS-STATUS-APLICACAO NOT = "10"
               SET FIM-APLICACOES TO TRUE
           END-IF.

      *LG-OPERACAO, LG-VALOR E LG-ORIGEM VEM PREENCHIDOS; O SALDO
      *ANTES VEM EM WRK-SALDO-ANTES E O DEPOIS E O CM-SALDO.
       8000-REGISTRAR-LOG.
           MOVE FUNCTION CURRENT-DATE (1:14) TO LG-DATA-HORA.
           MOVE WRK-DATA-MOVTO  TO LG-DATA-HORA (1:8).
           MOVE CM-CONTA        TO LG-CONTA.
           MOVE WRK-SALDO-ANTES TO LG-SALDO-ANTES.
           MOVE CM-SALDO        TO LG-SALDO-DEPOIS.
           MOVE AP-NUMERO       TO LG-CONTA-REF.
           MOVE "BATCH"         TO LG-OPERADOR.
           MOVE CM-AGENCIA      TO LG-AGENCIA.
           MOVE "N"             TO LG-ESTORNADO.
           MOVE SPACES          TO LG-APROVADOR.
           WRITE REG-LOG-MOVTO.

      *SEM REGISTRO DE CONTROLE, COMO O JUROSLIMITE: OS CREDITOS E
      *AS RETENCOES FICAM NO LOGMOVTO COM ORIGEM PROPRIA.
       9000-ENCERRAR.
           MOVE WRK-QTD-ATIVAS TO WRK-QTD-DP.
           MOVE WRK-TOTAL-APLICADO TO WRK-TOTAL-DP.
           MOVE SPACES TO LINHA-CDB.
           STRING "  APLICACOES ATIVAS ....: " WRK-QTD-DP
               " APLICADO " WRK-TOTAL-DP
               DELIMITED BY SIZE INTO LINHA-CDB.
           WRITE LINHA-CDB.
           MOVE WRK-TOTAL-RENDIMENTO TO WRK-TOTAL-DP.
           MOVE SPACES TO LINHA-CDB.
           STRING "  RENDIMENTO APROPRIADO : " WRK-TOTAL-DP
               DELIMITED BY SIZE INTO LINHA-CDB.
           WRITE LINHA-CDB.
           MOVE WRK-QTD-VENCIDAS TO WRK-QTD-DP.
           MOVE WRK-TOTAL-CREDITADO TO WRK-TOTAL-DP.
           MOVE SPACES TO LINHA-CDB.
           STRING "  RESGATADAS NO VENCTO .: " WRK-QTD-DP
               " LIQUIDO " WRK-TOTAL-DP
               DELIMITED BY SIZE INTO LINHA-CDB.
           WRITE LINHA-CDB.
           MOVE WRK-TOTAL-IR TO WRK-TOTAL-DP.
           MOVE SPACES TO LINHA-CDB.
           STRING "  IR RETIDO ............: " WRK-TOTAL-DP
               DELIMITED BY SIZE INTO LINHA-CDB.
           WRITE LINHA-CDB.
           MOVE WRK-QTD-PENDENTES TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-CDB.
           STRING "  RESGATES PENDENTES ...: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-CDB.
           WRITE LINHA-CDB.
           CLOSE CDB-REL.
           IF NOT SEM-CARTEIRA
               CLOSE APLICACOES
               CLOSE CONTA-MASTER
               CLOSE LOG-MOVTO
           END-IF.
           DISPLAY "CDBDIARIO: " WRK-QTD-ATIVAS " ATIVA(S), "
               WRK-QTD-VENCIDAS " RESGATADA(S) NO VENCIMENTO, "
               WRK-QTD-PENDENTES " PENDENTE(S) - VER CDB.PRT".
