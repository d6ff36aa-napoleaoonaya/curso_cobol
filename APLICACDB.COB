       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. APLICACDB.
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
           SELECT APLICACOES  ASSIGN TO "APLICCDB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-NUMERO
               FILE STATUS IS WS-STATUS-APLICACAO.
           SELECT LOG-MOVTO  ASSIGN TO "LOGMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.
      *BLOQUEIOS JUDICIAIS PARCIAIS (MANUTENCAOBLOQUEIO): O VALOR
      *BLOQUEADO NAO PODE SAIR DA CONTA PARA UMA APLICACAO.
           SELECT BLOQUEIOS  ASSIGN TO "BLOQUEIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BLOQUEIOS.
      *CDBPAR.DAT E O CARTAO DE PARAMETROS DO CDB: PERCENTUAL DO
      *RENDIMENTO PERDIDO NO RESGATE ANTES DO VENCIMENTO.
           SELECT CDB-PARM  ASSIGN TO "CDBPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
           SELECT SESSAO  ASSIGN TO "OPERSESSAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.
      *CARTAO DE JANELA DE LOTE: APLICACAO E RESGATE MEXEM NO SALDO
      *NA HORA, ENTAO NAO RODAM COM A CADEIA NOTURNA EM CURSO (MESMA
      *REGRA DO MANUTENCAOSTATUS).
           SELECT JANELA-LOTE  ASSIGN TO "JANELALOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JANELA.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
       DATA                            DIVISION.
       FILE SECTION.
       FD  CONTA-MASTER.
           COPY CONTACLI.
       FD  APLICACOES.
           COPY APLICACAO.
       FD  LOG-MOVTO.
           COPY LOGMOVTO.
       FD  BLOQUEIOS.
           COPY BLOQUEIO.
       FD  CDB-PARM.
       01  REG-CDB-PARM.
           05  CP-PCT-MULTA-RESGATE  PICTURE 9(2).
       FD  SESSAO.
       01  REG-SESSAO.
           05  SS-OPERADOR      PICTURE X(8).
           05  SS-NIVEL         PICTURE 9(1).
       FD  JANELA-LOTE.
       01  REG-JANELA-LOTE.
           05  JN-DATA          PICTURE 9(8).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E O BALCAO DO CDB: ABRE APLICACAO (O VALOR SAI
      *DO SALDO DA CONTA), RESGATA ANTES DO VENCIMENTO (COM A MULTA
      *DO CDBPAR.DAT SOBRE O RENDIMENTO E O IR RETIDO PELA TABELA
      *REGRESSIVA) E LISTA AS APLICACOES DE UMA CONTA. A APLICACAO
      *LOGA COM A ORIGEM "A"; NO RESGATE O CREDITO SAI COM A ORIGEM
      *"A" E A RETENCAO DO IR COM A ORIGEM "R", QUE A INTERFACE
      *CONTABIL LEVA PARA A CONTA DE IR A RECOLHER.
       01  WRK-DATA-MOVTO       PICTURE 9(8)  VALUE ZERO.
       01  WRK-ACAO             PICTURE 9(1)  VALUE ZERO.
       01  WRK-CONTA            PICTURE 9(6)  VALUE ZEROS.
       01  WRK-NUMERO           PICTURE 9(6)  VALUE ZEROS.
       01  WRK-VALOR            PICTURE 9(7)V99 VALUE ZEROS.
       01  WRK-TAXA-ANO         PICTURE 9V9(4) VALUE ZEROS.
       01  WRK-DATA-VENCTO      PICTURE 9(8)  VALUE ZEROS.
       01  WRK-CONFIRMA         PICTURE X(1)  VALUE "N".
       01  WRK-OPERADOR         PICTURE X(8)  VALUE SPACES.
       01  WRK-PCT-MULTA        PICTURE 9(2)  VALUE ZERO.
       01  WRK-BLOQUEADO        PICTURE 9(9)V99 VALUE ZEROS.
       01  WRK-DISPONIVEL       PICTURE S9(9)V99 VALUE ZEROS.
       01  WRK-SALDO-ANTES      PICTURE S9(7)V99 VALUE ZEROS.
      *CALCULO DO RESGATE.
       01  WRK-DIAS             PICTURE 9(5)  VALUE ZERO.
       01  WRK-FATOR            PICTURE 9(3)V9(10) VALUE ZEROS.
      *BASE, EXPOENTE E FATOR MENOS UM EM CAMPOS PROPRIOS: MONTADOS
      *NA PROPRIA EXPRESSAO, O RESULTADO INTERMEDIARIO PERDE AS
      *CASAS E O RENDIMENTO SAI ERRADO.
       01  WRK-BASE-FATOR       PICTURE 9V9(4) VALUE ZEROS.
       01  WRK-EXPOENTE         PICTURE 9(2)V9(12) VALUE ZEROS.
       01  WRK-FATOR-MENOS-UM   PICTURE 9(3)V9(10) VALUE ZEROS.
       01  WRK-RENDIMENTO       PICTURE 9(7)V99 VALUE ZEROS.
       01  WRK-MULTA            PICTURE 9(7)V99 VALUE ZEROS.
       01  WRK-RENDIMENTO-LIQ   PICTURE 9(7)V99 VALUE ZEROS.
       01  WRK-ALIQUOTA-IR      PICTURE 9V999 VALUE ZEROS.
       01  WRK-VALOR-IR         PICTURE 9(7)V99 VALUE ZEROS.
       01  WRK-VALOR-CREDITO    PICTURE 9(7)V99 VALUE ZEROS.
       01  WRK-VALOR-LIQUIDO    PICTURE 9(7)V99 VALUE ZEROS.
       01  WRK-QTD-LISTADAS     PICTURE 9(4)  VALUE ZERO.
       01  WRK-VALOR-DP         PICTURE Z.ZZZ.ZZ9,99.
       01  WRK-SALDO-DP         PICTURE -Z.ZZZ.ZZ9,99.
       01  WRK-TAXA-DP          PICTURE 9,9999.
       01  WS-STATUS-CONTA      PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-APLICACAO  PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-LOG        PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-BLOQUEIOS  PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-PARM       PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-SESSAO     PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-JANELA     PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2)  VALUE SPACES.
       01  WS-JANELA-ABERTA     PICTURE X     VALUE "N".
           88  JANELA-ABERTA                  VALUE "S".
       01  WS-CONTA-ACHADA      PICTURE X     VALUE "N".
           88  CONTA-ACHADA                   VALUE "S".
       01  WS-FIM-BLOQUEIOS     PICTURE X     VALUE "N".
           88  FIM-BLOQUEIOS                  VALUE "S".
       01  WS-FIM-APLICACOES    PICTURE X     VALUE "N".
           88  FIM-APLICACOES                 VALUE "S".

       PROCEDURE                       DIVISION.
      *CHAMADO VARIAS VEZES NA MESMA SESSAO DO MENU: OS INDICADORES
      *SAO REARMADOS AQUI.
       0000-PRINCIPAL.
           MOVE "N"  TO WS-JANELA-ABERTA.
           MOVE "N"  TO WS-CONTA-ACHADA.
           MOVE ZERO TO WRK-QTD-LISTADAS.
           PERFORM 0100-LER-SESSAO.
           PERFORM 0150-TESTAR-JANELA.
           IF JANELA-ABERTA
               DISPLAY "LOTE NOTURNO EM CURSO - APLICACAO E RESGATE "
                   "DE CDB MEXEM NO MASTER, ENTAO SO PODEM RODAR "
                   "COM A JANELA DE LOTE FECHADA."
           ELSE
               PERFORM 1000-ABRIR-ARQUIVOS
               PERFORM 1500-ESCOLHER-ACAO
               EVALUATE WRK-ACAO
                   WHEN 1
                       PERFORM 2000-ABRIR-APLICACAO
                   WHEN 2
                       PERFORM 3000-RESGATAR-APLICACAO
                   WHEN 3
                       PERFORM 4000-LISTAR-APLICACOES
                   WHEN OTHER
                       DISPLAY "ACAO INVALIDA."
               END-EVALUATE
               PERFORM 9000-ENCERRAR-ARQUIVOS
           END-IF.
           GOBACK.

       0100-LER-SESSAO.
           MOVE "BATCH" TO WRK-OPERADOR.
           OPEN INPUT SESSAO.
           IF WS-STATUS-SESSAO NOT = "35"
               READ SESSAO
                   NOT AT END
                       IF SS-OPERADOR NOT = SPACES
                           MOVE SS-OPERADOR TO WRK-OPERADOR
                       END-IF
               END-READ
               CLOSE SESSAO
           END-IF.

       0150-TESTAR-JANELA.
           OPEN INPUT JANELA-LOTE.
           IF WS-STATUS-JANELA NOT = "35"
               SET JANELA-ABERTA TO TRUE
               CLOSE JANELA-LOTE
           END-IF.

       1000-ABRIR-ARQUIVOS.
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
           OPEN I-O APLICACOES.
           IF WS-STATUS-APLICACAO = "35"
               OPEN OUTPUT APLICACOES
               CLOSE APLICACOES
               OPEN I-O APLICACOES
           END-IF.
           OPEN EXTEND LOG-MOVTO.
           IF WS-STATUS-LOG = "35"
               OPEN OUTPUT LOG-MOVTO
           END-IF.
           PERFORM 1050-LER-DATA-MOVTO.
           PERFORM 1100-LER-PARAMETROS.

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

      *SEM O CARTAO O RESGATE ANTECIPADO SAI SEM MULTA - O AVISO
      *FICA NA TELA PARA O OPERADOR CHAMAR O SUPORTE.
       1100-LER-PARAMETROS.
           MOVE ZERO TO WRK-PCT-MULTA.
           OPEN INPUT CDB-PARM.
           IF WS-STATUS-PARM = "35"
               DISPLAY "APLICACDB: SEM CDBPAR.DAT - RESGATE "
                   "ANTECIPADO SEM MULTA"
           ELSE
               READ CDB-PARM
                   NOT AT END
                       IF CP-PCT-MULTA-RESGATE NUMERIC
                           MOVE CP-PCT-MULTA-RESGATE TO WRK-PCT-MULTA
                       END-IF
               END-READ
               CLOSE CDB-PARM
           END-IF.

       1500-ESCOLHER-ACAO.
           DISPLAY "APLICACOES EM CDB".
           DISPLAY "1 - NOVA APLICACAO".
           DISPLAY "2 - RESGATE ANTES DO VENCIMENTO".
           DISPLAY "3 - LISTAR APLICACOES DE UMA CONTA".
           DISPLAY "INFORME A ACAO DESEJADA".
           ACCEPT WRK-ACAO.

       1600-LER-CONTA.
           MOVE "N" TO WS-CONTA-ACHADA.
           MOVE WRK-CONTA TO CM-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   DISPLAY "CONTA " WRK-CONTA " NAO CADASTRADA."
               NOT INVALID KEY
                   SET CONTA-ACHADA TO TRUE
           END-READ.

      *O VALOR APLICADO SAI DO SALDO PROPRIO DA CONTA: NAO USA O
      *LIMITE DO CHEQUE ESPECIAL E NAO INVADE O VALOR BLOQUEADO.
       2000-ABRIR-APLICACAO.
           DISPLAY "INFORME O NUMERO DA CONTA".
           ACCEPT WRK-CONTA.
           PERFORM 1600-LER-CONTA.
           IF CONTA-ACHADA
               IF NOT CM-ATIVA
                   DISPLAY "CONTA COM STATUS " CM-STATUS
                       " - APLICACAO SO EM CONTA ATIVA. NADA FEITO."
               ELSE
                   PERFORM 2100-ACEITAR-APLICACAO
               END-IF
           END-IF.

       2100-ACEITAR-APLICACAO.
           PERFORM 2150-CALCULAR-BLOQUEADO.
           COMPUTE WRK-DISPONIVEL = CM-SALDO - WRK-BLOQUEADO.
           MOVE WRK-DISPONIVEL TO WRK-SALDO-DP.
           DISPLAY "CONTA " CM-CONTA " - " CM-NOME
               " - DISPONIVEL PARA APLICAR: " WRK-SALDO-DP.
           MOVE ZEROS TO WRK-VALOR WRK-TAXA-ANO WRK-DATA-VENCTO.
           DISPLAY "INFORME O VALOR A APLICAR (USE VIRGULA: EX "
               "1234,56)".
           ACCEPT WRK-VALOR.
           DISPLAY "INFORME A TAXA CONTRATADA AO ANO EM FRACAO (EX "
               "0,1150 PARA 11,50% A.A.)".
           ACCEPT WRK-TAXA-ANO.
           DISPLAY "INFORME A DATA DE VENCIMENTO (AAAAMMDD)".
           ACCEPT WRK-DATA-VENCTO.
           EVALUATE TRUE
               WHEN WRK-VALOR = ZERO
                   DISPLAY "VALOR ZERADO. NADA FEITO."
               WHEN WRK-VALOR > WRK-DISPONIVEL
                   DISPLAY "VALOR ACIMA DO DISPONIVEL. NADA FEITO."
               WHEN WRK-DATA-VENCTO <= WRK-DATA-MOVTO
                   DISPLAY "VENCIMENTO DEVE SER POSTERIOR A "
                       "DATA-MOVIMENTO " WRK-DATA-MOVTO ". NADA FEITO."
               WHEN FUNCTION INTEGER-OF-DATE(WRK-DATA-VENCTO) = ZERO
                   DISPLAY "DATA DE VENCIMENTO INVALIDA. NADA FEITO."
               WHEN OTHER
                   PERFORM 2200-CONFIRMAR-APLICACAO
           END-EVALUATE.

      *SOMA OS BLOQUEIOS VIGENTES DA CONTA NA DATA-MOVIMENTO (FIM
      *ZERADO = SEM PRAZO). SEM BLOQUEIOS.DAT, NADA BLOQUEADO.
       2150-CALCULAR-BLOQUEADO.
           MOVE ZEROS TO WRK-BLOQUEADO.
           MOVE "N"   TO WS-FIM-BLOQUEIOS.
           OPEN INPUT BLOQUEIOS.
           IF WS-STATUS-BLOQUEIOS = "35"
               SET FIM-BLOQUEIOS TO TRUE
           END-IF.
           PERFORM 2160-SOMAR-BLOQUEIO
               UNTIL FIM-BLOQUEIOS.
           IF WS-STATUS-BLOQUEIOS NOT = "35"
               CLOSE BLOQUEIOS
           END-IF.

       2160-SOMAR-BLOQUEIO.
           READ BLOQUEIOS
               AT END
                   SET FIM-BLOQUEIOS TO TRUE
               NOT AT END
                   IF BQ-CONTA = WRK-CONTA
                       AND BQ-DATA-INICIO <= WRK-DATA-MOVTO
                       AND (BQ-DATA-FIM = ZEROS
                           OR BQ-DATA-FIM >= WRK-DATA-MOVTO)
                       ADD BQ-VALOR TO WRK-BLOQUEADO
                   END-IF
           END-READ.

       2200-CONFIRMAR-APLICACAO.
           MOVE WRK-VALOR    TO WRK-VALOR-DP.
           MOVE WRK-TAXA-ANO TO WRK-TAXA-DP.
           DISPLAY "APLICAR " WRK-VALOR-DP " A " WRK-TAXA-DP
               " AO ANO ATE " WRK-DATA-VENCTO "? (S/N)".
           MOVE "N" TO WRK-CONFIRMA.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = "S"
               PERFORM 2300-NUMERAR-APLICACAO
               PERFORM 2400-GRAVAR-APLICACAO
           ELSE
               DISPLAY "APLICACAO CANCELADA - NADA GRAVADO."
           END-IF.

      *NUMERO DA APLICACAO: O MAIOR JA USADO MAIS UM, PELA VARREDURA
      *DA CHAVE (MESMO RITO DA NUMERACAO DE CONTRATO DE EMPRESTIMO).
       2300-NUMERAR-APLICACAO.
           MOVE ZEROS TO WRK-NUMERO.
           MOVE "N" TO WS-FIM-APLICACOES.
           MOVE LOW-VALUES TO AP-NUMERO.
           START APLICACOES KEY IS NOT LESS THAN AP-NUMERO
               INVALID KEY
                   SET FIM-APLICACOES TO TRUE
           END-START.
           IF WS-STATUS-APLICACAO NOT = "00"
               SET FIM-APLICACOES TO TRUE
           END-IF.
           PERFORM 2350-LER-NUMERO
               UNTIL FIM-APLICACOES.
           ADD 1 TO WRK-NUMERO.

       2350-LER-NUMERO.
           READ APLICACOES NEXT RECORD
               AT END
                   SET FIM-APLICACOES TO TRUE
               NOT AT END
                   MOVE AP-NUMERO TO WRK-NUMERO
           END-READ.
           IF WS-STATUS-APLICACAO NOT = "00"
               AND WS-STATUS-APLICACAO NOT = "10"
               SET FIM-APLICACOES TO TRUE
           END-IF.

       2400-GRAVAR-APLICACAO.
           MOVE WRK-NUMERO      TO AP-NUMERO.
           MOVE WRK-CONTA       TO AP-CONTA.
           MOVE CM-AGENCIA      TO AP-AGENCIA.
           MOVE WRK-VALOR       TO AP-VALOR-APLICADO.
           MOVE WRK-DATA-MOVTO  TO AP-DATA-APLICACAO.
           MOVE WRK-DATA-VENCTO TO AP-DATA-VENCTO.
           MOVE WRK-TAXA-ANO    TO AP-TAXA-ANO.
           MOVE ZEROS           TO AP-RENDIMENTO-BRUTO.
           MOVE WRK-DATA-MOVTO  TO AP-DATA-APROPRIACAO.
           MOVE "A"             TO AP-STATUS.
           MOVE ZEROS           TO AP-DATA-RESGATE.
           MOVE ZEROS           TO AP-VALOR-MULTA.
           MOVE ZEROS           TO AP-VALOR-IR.
           MOVE ZEROS           TO AP-VALOR-LIQUIDO.
           MOVE WRK-OPERADOR    TO AP-OPERADOR.
           WRITE REG-APLICACAO
               INVALID KEY
                   DISPLAY "APLICACAO " WRK-NUMERO
                       " JA EXISTE NO APLICCDB.DAT - NADA FEITO."
               NOT INVALID KEY
                   PERFORM 2500-DEBITAR-APLICACAO
           END-WRITE.

       2500-DEBITAR-APLICACAO.
           MOVE CM-SALDO TO WRK-SALDO-ANTES.
           SUBTRACT WRK-VALOR FROM CM-SALDO.
           MOVE WRK-DATA-MOVTO TO CM-DATA-ULT-MOVTO.
           REWRITE REG-CONTA-MASTER.
           MOVE "S"       TO LG-OPERACAO.
           MOVE WRK-VALOR TO LG-VALOR.
           MOVE "A"       TO LG-ORIGEM.
           PERFORM 8000-REGISTRAR-LOG.
           MOVE CM-SALDO TO WRK-SALDO-DP.
           DISPLAY "APLICACAO " WRK-NUMERO " ABERTA NA CONTA "
               WRK-CONTA ". NOVO SALDO: " WRK-SALDO-DP.

      *RESGATE ANTES DO VENCIMENTO: O RENDIMENTO ATE A DATA PERDE A
      *MULTA DO CDBPAR.DAT E O IR INCIDE SOBRE O QUE SOBRA.
       3000-RESGATAR-APLICACAO.
           DISPLAY "INFORME O NUMERO DA APLICACAO".
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO AP-NUMERO.
           READ APLICACOES
               INVALID KEY
                   DISPLAY "APLICACAO " WRK-NUMERO " NAO CADASTRADA."
               NOT INVALID KEY
                   IF NOT AP-ATIVA
                       DISPLAY "APLICACAO " WRK-NUMERO
                           " JA RESGATADA EM " AP-DATA-RESGATE "."
                   ELSE
                       MOVE AP-CONTA TO WRK-CONTA
                       PERFORM 1600-LER-CONTA
                       IF CONTA-ACHADA AND CM-ENCERRADA
                           DISPLAY "CONTA " WRK-CONTA " ENCERRADA - "
                               "RESGATE NAO TEM PARA ONDE IR."
                       END-IF
                       IF CONTA-ACHADA AND NOT CM-ENCERRADA
                           PERFORM 3100-CALCULAR-RESGATE
                           PERFORM 3200-CONFIRMAR-RESGATE
                       END-IF
                   END-IF
           END-READ.

      *RENDIMENTO COMPOSTO POR DIA CORRIDO NA BASE 365, IGUAL AO DA
      *APROPRIACAO NOTURNA (CDBDIARIO). IR PELA TABELA REGRESSIVA:
      *ATE 180 DIAS 22,5%, ATE 360 DIAS 20%, ATE 720 DIAS 17,5% E
      *ACIMA DISSO 15%.
       3100-CALCULAR-RESGATE.
           COMPUTE WRK-DIAS =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVTO) -
               FUNCTION INTEGER-OF-DATE(AP-DATA-APLICACAO).
           COMPUTE WRK-BASE-FATOR = 1 + AP-TAXA-ANO.
           COMPUTE WRK-EXPOENTE ROUNDED = WRK-DIAS / 365.
           COMPUTE WRK-FATOR ROUNDED =
               WRK-BASE-FATOR ** WRK-EXPOENTE.
           COMPUTE WRK-FATOR-MENOS-UM = WRK-FATOR - 1.
           COMPUTE WRK-RENDIMENTO ROUNDED =
               AP-VALOR-APLICADO * WRK-FATOR-MENOS-UM.
           COMPUTE WRK-MULTA ROUNDED =
               WRK-RENDIMENTO * WRK-PCT-MULTA / 100.
           COMPUTE WRK-RENDIMENTO-LIQ = WRK-RENDIMENTO - WRK-MULTA.
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
           COMPUTE WRK-VALOR-IR ROUNDED =
               WRK-RENDIMENTO-LIQ * WRK-ALIQUOTA-IR.
           COMPUTE WRK-VALOR-CREDITO =
               AP-VALOR-APLICADO + WRK-RENDIMENTO-LIQ.
           COMPUTE WRK-VALOR-LIQUIDO =
               WRK-VALOR-CREDITO - WRK-VALOR-IR.

       3200-CONFIRMAR-RESGATE.
           MOVE AP-VALOR-APLICADO TO WRK-VALOR-DP.
           DISPLAY "APLICACAO " AP-NUMERO " CONTA " AP-CONTA
               " APLICADO " WRK-VALOR-DP " EM " AP-DATA-APLICACAO
               " VENCE " AP-DATA-VENCTO.
           MOVE WRK-RENDIMENTO TO WRK-VALOR-DP.
           DISPLAY "RENDIMENTO BRUTO EM " WRK-DIAS " DIAS: "
               WRK-VALOR-DP.
           MOVE WRK-MULTA TO WRK-VALOR-DP.
           DISPLAY "MULTA DO RESGATE ANTECIPADO (" WRK-PCT-MULTA
               "% DO RENDIMENTO): " WRK-VALOR-DP.
           MOVE WRK-VALOR-IR TO WRK-VALOR-DP.
           DISPLAY "IR RETIDO NA FONTE: " WRK-VALOR-DP.
           MOVE WRK-VALOR-LIQUIDO TO WRK-VALOR-DP.
           DISPLAY "LIQUIDO A CREDITAR NA CONTA: " WRK-VALOR-DP.
           DISPLAY "CONFIRMA O RESGATE? (S/N)".
           MOVE "N" TO WRK-CONFIRMA.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = "S"
               PERFORM 3300-EFETIVAR-RESGATE
           ELSE
               DISPLAY "RESGATE CANCELADO - NADA FEITO."
           END-IF.

      *O CREDITO (PRINCIPAL + RENDIMENTO DEPOIS DA MULTA) E A
      *RETENCAO DO IR SAO DOIS LANCAMENTOS: CADA UM TEM A SUA
      *CONTRAPARTIDA NA INTERFACE CONTABIL.
       3300-EFETIVAR-RESGATE.
           MOVE "R"               TO AP-STATUS.
           MOVE WRK-DATA-MOVTO    TO AP-DATA-RESGATE.
           MOVE WRK-DATA-MOVTO    TO AP-DATA-APROPRIACAO.
           MOVE WRK-RENDIMENTO    TO AP-RENDIMENTO-BRUTO.
           MOVE WRK-MULTA         TO AP-VALOR-MULTA.
           MOVE WRK-VALOR-IR      TO AP-VALOR-IR.
           MOVE WRK-VALOR-LIQUIDO TO AP-VALOR-LIQUIDO.
           REWRITE REG-APLICACAO.
           MOVE CM-SALDO TO WRK-SALDO-ANTES.
           ADD WRK-VALOR-CREDITO TO CM-SALDO.
           MOVE "D"               TO LG-OPERACAO.
           MOVE WRK-VALOR-CREDITO TO LG-VALOR.
           MOVE "A"               TO LG-ORIGEM.
           PERFORM 8000-REGISTRAR-LOG.
           IF WRK-VALOR-IR > ZERO
               MOVE CM-SALDO TO WRK-SALDO-ANTES
               SUBTRACT WRK-VALOR-IR FROM CM-SALDO
               MOVE "S"          TO LG-OPERACAO
               MOVE WRK-VALOR-IR TO LG-VALOR
               MOVE "R"          TO LG-ORIGEM
               PERFORM 8000-REGISTRAR-LOG
           END-IF.
           MOVE WRK-DATA-MOVTO TO CM-DATA-ULT-MOVTO.
           REWRITE REG-CONTA-MASTER.
           MOVE CM-SALDO TO WRK-SALDO-DP.
           DISPLAY "APLICACAO " AP-NUMERO " RESGATADA. NOVO SALDO "
               "DA CONTA " AP-CONTA ": " WRK-SALDO-DP.

       4000-LISTAR-APLICACOES.
           DISPLAY "INFORME O NUMERO DA CONTA".
           ACCEPT WRK-CONTA.
           MOVE "N" TO WS-FIM-APLICACOES.
           MOVE LOW-VALUES TO AP-NUMERO.
           START APLICACOES KEY IS NOT LESS THAN AP-NUMERO
               INVALID KEY
                   SET FIM-APLICACOES TO TRUE
           END-START.
           IF WS-STATUS-APLICACAO NOT = "00"
               SET FIM-APLICACOES TO TRUE
           END-IF.
           PERFORM 4100-LISTAR-APLICACAO
               UNTIL FIM-APLICACOES.
           IF WRK-QTD-LISTADAS = ZERO
               DISPLAY "NENHUMA APLICACAO PARA A CONTA " WRK-CONTA "."
           END-IF.

       4100-LISTAR-APLICACAO.
           READ APLICACOES NEXT RECORD
               AT END
                   SET FIM-APLICACOES TO TRUE
               NOT AT END
                   IF AP-CONTA = WRK-CONTA
                       ADD 1 TO WRK-QTD-LISTADAS
                       MOVE AP-VALOR-APLICADO TO WRK-VALOR-DP
                       MOVE AP-RENDIMENTO-BRUTO TO WRK-SALDO-DP
                       DISPLAY "APLICACAO " AP-NUMERO " " AP-STATUS
                           " DE " AP-DATA-APLICACAO " A "
                           AP-DATA-VENCTO " VALOR " WRK-VALOR-DP
                           " RENDIMENTO " WRK-SALDO-DP
                   END-IF
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
           MOVE WRK-OPERADOR    TO LG-OPERADOR.
           MOVE CM-AGENCIA      TO LG-AGENCIA.
           MOVE "N"             TO LG-ESTORNADO.
           MOVE SPACES          TO LG-APROVADOR.
           WRITE REG-LOG-MOVTO.

       9000-ENCERRAR-ARQUIVOS.
           CLOSE CONTA-MASTER.
           CLOSE APLICACOES.
           CLOSE LOG-MOVTO.
