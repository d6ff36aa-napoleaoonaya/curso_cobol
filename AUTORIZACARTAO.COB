       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. AUTORIZACARTAO.
       AUTHOR. NAPOLEAO.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *PEDIDOS DE AUTORIZACAO DA REDE COMPARTILHADA DE TERMINAIS
      *(SAQUE E COMPRA NO DEBITO), UM POR LINHA, COM O NSU DA REDE.
           SELECT PEDIDOS  ASSIGN TO "AUTORIZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PEDIDOS.
      *RESPOSTA DEVOLVIDA A REDE: TODO PEDIDO SAI AQUI, APROVADO (00)
      *OU NEGADO COM O CODIGO E O MOTIVO.
           SELECT RESPOSTAS  ASSIGN TO "AUTORESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESPOSTAS.
           SELECT CARTOES  ASSIGN TO "CARTOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-NUMERO
               FILE STATUS IS WS-STATUS-CARTOES.
           SELECT CARTOES-BLOQUEADOS  ASSIGN TO "CARTAOBLQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BLOQUEADOS.
           SELECT AUTORIZACOES  ASSIGN TO "AUTCARTAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-NSU
               FILE STATUS IS WS-STATUS-AUTORIZACOES.
           SELECT CONTA-MASTER  ASSIGN TO "CONTAMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-STATUS-CONTA.
           SELECT LOG-MOVTO  ASSIGN TO "LOGMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.
           SELECT BLOQUEIOS  ASSIGN TO "BLOQUEIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BLOQUEIOS.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
           SELECT CONTROLE  ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROLE.
       DATA                            DIVISION.
       FILE SECTION.
       FD  PEDIDOS.
       01  REG-PEDIDO.
           05  AR-NSU                PICTURE 9(12).
           05  AR-CARTAO             PICTURE 9(16).
           05  AR-DATA-HORA          PICTURE 9(14).
           05  AR-TERMINAL           PICTURE X(8).
           05  AR-TIPO               PICTURE X(1).
           05  AR-VALOR              PICTURE 9(7)V99.
       FD  RESPOSTAS.
       01  REG-RESPOSTA.
           05  RP-NSU                PICTURE 9(12).
           05  RP-CARTAO             PICTURE 9(16).
           05  RP-RESPOSTA           PICTURE 9(2).
           05  RP-MOTIVO             PICTURE X(30).
           05  RP-VALOR              PICTURE 9(7)V99.
       FD  CARTOES.
           COPY CARTAO.
       FD  CARTOES-BLOQUEADOS.
           COPY CARTAOBLQ.
       FD  AUTORIZACOES.
           COPY AUTCARTAO.
       FD  CONTA-MASTER.
           COPY CONTACLI.
       FD  LOG-MOVTO.
           COPY LOGMOVTO.
       FD  BLOQUEIOS.
           COPY BLOQUEIO.
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       FD  CONTROLE.
           COPY CONTROLE.
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA AUTORIZA OS PEDIDOS DA REDE DE CARTOES DE DEBITO:
      *CONFERE O CARTAO (LISTA DE PERDA E ROUBO, STATUS, VALIDADE), A
      *CONTA (STATUS E DISPONIVEL = SALDO + LIMITE - BLOQUEIOS
      *JUDICIAIS) E, NO SAQUE, O LIMITE DIARIO DO CARTAO. O APROVADO
      *DEBITA O CLIENTE E CREDITA A CONTA DE LIQUIDACAO DA REDE 999991
      *(CRIADA NO PRIMEIRO USO), AS DUAS PERNAS NO LOGMOVTO COM
      *OPERACAO "X" E ORIGEM "C". TODO PEDIDO DECIDIDO FICA NO
      *AUTCARTAO.DAT PELO NSU: NUMA RETOMADA O NSU JA DECIDIDO SO
      *TEM A RESPOSTA REPETIDA, SEM POSTAR DE NOVO. O LIQUIDACARTAO
      *CONCILIA DEPOIS A LIQUIDACAO DA REDE CONTRA OS APROVADOS.
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
       01  WRK-DATA-MOVTO-R REDEFINES WRK-DATA-MOVTO.
           05  WRK-ANOMES-MOVTO PICTURE 9(6).
           05  FILLER           PICTURE 9(2).
       01  WRK-CONTA-LIQUIDACAO PICTURE 9(6) VALUE 999991.
       01  WRK-CONTA-CLIENTE    PICTURE 9(6) VALUE ZEROS.
       01  WRK-QTD-LIDAS        PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-APROVADAS    PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-NEGADAS      PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-RETOMADAS    PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-LISTA        PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-DP           PICTURE ZZZ.ZZ9.
       01  WRK-HASH-VALOR       PICTURE 9(13)V99 VALUE ZERO.
       01  WRK-RESPOSTA         PICTURE 9(2) VALUE ZERO.
       01  WRK-MOTIVO           PICTURE X(30) VALUE SPACES.
       01  WRK-SALDO-ANTES      PICTURE S9(7)V99 VALUE ZEROS.
       01  WRK-BLOQUEADO        PICTURE 9(9)V99 VALUE ZEROS.
       01  WRK-SACADO-DIA       PICTURE 9(7)V99 VALUE ZEROS.
       01  WRK-MOTIVO-LISTA     PICTURE X(1) VALUE SPACE.
       01  WS-STATUS-PEDIDOS    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-RESPOSTAS  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CARTOES    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-BLOQUEADOS PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-AUTORIZACOES PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CONTA      PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-LOG        PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-BLOQUEIOS  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CONTROLE   PICTURE X(2) VALUE SPACES.
       01  WS-FIM-PEDIDOS       PICTURE X    VALUE "N".
           88  FIM-PEDIDOS                    VALUE "S".
       01  WS-FIM-BLOQUEIOS     PICTURE X    VALUE "N".
           88  FIM-BLOQUEIOS                  VALUE "S".
       01  WS-FIM-LISTA         PICTURE X    VALUE "N".
           88  FIM-LISTA                      VALUE "S".
       01  WS-NA-LISTA          PICTURE X    VALUE "N".
           88  NA-LISTA                       VALUE "S".
       01  WS-SEM-PEDIDOS       PICTURE X    VALUE "N".
           88  SEM-PEDIDOS                    VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-PROCESSAR-PEDIDO
               UNTIL FIM-PEDIDOS.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           PERFORM 1050-LER-DATA-MOVTO.
           OPEN INPUT PEDIDOS.
           IF WS-STATUS-PEDIDOS = "35"
               DISPLAY "SEM AUTORIZ.DAT - NENHUM PEDIDO DA REDE"
               SET FIM-PEDIDOS TO TRUE
               SET SEM-PEDIDOS TO TRUE
           END-IF.
           IF NOT SEM-PEDIDOS
               OPEN I-O CONTA-MASTER
               IF WS-STATUS-CONTA = "39"
                   DISPLAY "CONTAMASTER.DAT COM LAYOUT ANTIGO - RODE "
                       "O MIGRALAYOUT ANTES DE CONTINUAR"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1100-GARANTIR-CONTA-LIQUIDACAO
               OPEN I-O CARTOES
               IF WS-STATUS-CARTOES = "35"
                   OPEN OUTPUT CARTOES
                   CLOSE CARTOES
                   OPEN I-O CARTOES
               END-IF
               OPEN I-O AUTORIZACOES
               IF WS-STATUS-AUTORIZACOES = "35"
                   OPEN OUTPUT AUTORIZACOES
                   CLOSE AUTORIZACOES
                   OPEN I-O AUTORIZACOES
               END-IF
               PERFORM 1200-APLICAR-LISTA-BLOQUEIO
               OPEN EXTEND LOG-MOVTO
               IF WS-STATUS-LOG = "35"
                   OPEN OUTPUT LOG-MOVTO
               END-IF
               OPEN OUTPUT RESPOSTAS
               PERFORM 2900-LER-PEDIDO
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

      *A CONTA DE LIQUIDACAO DA REDE E UMA CONTA REAL DO MASTER: O
      *SALDO DELA E O QUE A REDE DEVE REPASSAR NA LIQUIDACAO.
       1100-GARANTIR-CONTA-LIQUIDACAO.
           MOVE WRK-CONTA-LIQUIDACAO TO CM-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   MOVE WRK-CONTA-LIQUIDACAO TO CM-CONTA
                   MOVE "CONTA LIQUIDACAO CARTAO" TO CM-NOME
                   MOVE "00000000000" TO CM-CPF
                   MOVE ZEROS  TO CM-SALDO
                   MOVE WRK-DATA-MOVTO TO CM-DATA-ULT-MOVTO
                   MOVE "BRL"  TO CM-MOEDA
                   MOVE "A"    TO CM-STATUS
                   MOVE WRK-DATA-MOVTO TO CM-STATUS-DATA
                   MOVE SPACES TO CM-STATUS-MOTIVO
                   MOVE ZEROS  TO CM-LIMITE
                   MOVE 1      TO CM-AGENCIA
                   WRITE REG-CONTA-MASTER
                   DISPLAY "AUTORIZACARTAO: CONTA DE LIQUIDACAO "
                       WRK-CONTA-LIQUIDACAO " CRIADA NO MASTER"
           END-READ.

      *O BLOQUEIO POR PERDA OU ROUBO ACEITO DURANTE O DIA (OU COM A
      *JANELA DE LOTE ABERTA) SO ESTA NA LISTA: AQUI ELE CHEGA AO
      *STATUS DO CARTAO, PARA A MANUTENCAO E A LISTAGEM O MOSTRAREM.
       1200-APLICAR-LISTA-BLOQUEIO.
           MOVE "N" TO WS-FIM-LISTA.
           OPEN INPUT CARTOES-BLOQUEADOS.
           IF WS-STATUS-BLOQUEADOS = "35"
               SET FIM-LISTA TO TRUE
           END-IF.
           PERFORM 1250-APLICAR-BLOQUEIO-CARTAO
               UNTIL FIM-LISTA.
           IF WS-STATUS-BLOQUEADOS NOT = "35"
               CLOSE CARTOES-BLOQUEADOS
           END-IF.
           IF WRK-QTD-LISTA > ZERO
               MOVE WRK-QTD-LISTA TO WRK-QTD-DP
               DISPLAY "AUTORIZACARTAO: " WRK-QTD-DP
                   " CARTAO(OES) BLOQUEADO(S) PELA LISTA DE PERDA/ROUBO"
           END-IF.

       1250-APLICAR-BLOQUEIO-CARTAO.
           READ CARTOES-BLOQUEADOS
               AT END
                   SET FIM-LISTA TO TRUE
               NOT AT END
                   MOVE HB-NUMERO TO CA-NUMERO
                   READ CARTOES
                       NOT INVALID KEY
                           IF CA-ATIVO
                               MOVE HB-MOTIVO TO CA-STATUS
                               MOVE HB-DATA   TO CA-STATUS-DATA
                               REWRITE REG-CARTAO
                               ADD 1 TO WRK-QTD-LISTA
                           END-IF
                   END-READ
           END-READ.

      *NSU JA NO AUTCARTAO E PEDIDO JA DECIDIDO NUMA RODADA ANTERIOR
      *(RETOMADA OU REENVIO DA REDE): REPETE A RESPOSTA GRAVADA.
       2000-PROCESSAR-PEDIDO.
           ADD 1 TO WRK-QTD-LIDAS.
           MOVE AR-NSU TO AU-NSU.
           READ AUTORIZACOES
               INVALID KEY
                   PERFORM 2050-DECIDIR-PEDIDO
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-RETOMADAS
                   MOVE AU-RESPOSTA TO WRK-RESPOSTA
                   MOVE AU-MOTIVO   TO WRK-MOTIVO
                   PERFORM 2600-GRAVAR-RESPOSTA
           END-READ.
           PERFORM 2900-LER-PEDIDO.

       2050-DECIDIR-PEDIDO.
           MOVE ZERO   TO WRK-RESPOSTA.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS  TO WRK-CONTA-CLIENTE.
           PERFORM 2100-VALIDAR-PEDIDO.
           IF WRK-RESPOSTA = ZERO
               MOVE "APROVADO" TO WRK-MOTIVO
               ADD 1 TO WRK-QTD-APROVADAS
               COMPUTE WRK-HASH-VALOR =
                   WRK-HASH-VALOR + AR-VALOR
               PERFORM 2300-DEBITAR-CLIENTE
               PERFORM 2400-CREDITAR-LIQUIDACAO
               PERFORM 2450-ACUMULAR-SAQUE
           ELSE
               ADD 1 TO WRK-QTD-NEGADAS
               DISPLAY "PEDIDO NEGADO: NSU " AR-NSU " CODIGO "
                   WRK-RESPOSTA " - " WRK-MOTIVO
           END-IF.
           PERFORM 2500-GRAVAR-AUTORIZACAO.
           PERFORM 2600-GRAVAR-RESPOSTA.

      *CODIGOS DE RESPOSTA DA REDE: 12 PEDIDO INVALIDO, 14 CARTAO
      *INEXISTENTE, 41 PERDA, 43 ROUBO, 57 CANCELADO, 54 VENCIDO, 62
      *CONTA RESTRITA, 61 LIMITE DIARIO DE SAQUE, 51 SEM DISPONIVEL.
       2100-VALIDAR-PEDIDO.
           IF AR-VALOR = ZEROS
               OR (AR-TIPO NOT = "S" AND AR-TIPO NOT = "C")
               MOVE 12 TO WRK-RESPOSTA
               MOVE "PEDIDO INVALIDO" TO WRK-MOTIVO
           ELSE
               MOVE AR-CARTAO TO CA-NUMERO
               READ CARTOES
                   INVALID KEY
                       MOVE 14 TO WRK-RESPOSTA
                       MOVE "CARTAO INEXISTENTE" TO WRK-MOTIVO
                   NOT INVALID KEY
                       MOVE CA-CONTA TO WRK-CONTA-CLIENTE
                       PERFORM 2150-CONSULTAR-LISTA-BLOQUEIO
                       PERFORM 2200-VALIDAR-CARTAO
               END-READ
           END-IF.

      *A LISTA E RELIDA EM CADA PEDIDO: O BLOQUEIO FEITO NA AGENCIA
      *DEPOIS DA ABERTURA DESTA RODADA JA NEGA O PROXIMO PEDIDO.
       2150-CONSULTAR-LISTA-BLOQUEIO.
           MOVE "N" TO WS-FIM-LISTA.
           MOVE "N" TO WS-NA-LISTA.
           OPEN INPUT CARTOES-BLOQUEADOS.
           IF WS-STATUS-BLOQUEADOS = "35"
               SET FIM-LISTA TO TRUE
           END-IF.
           PERFORM 2160-PROCURAR-NA-LISTA
               UNTIL FIM-LISTA.
           IF WS-STATUS-BLOQUEADOS NOT = "35"
               CLOSE CARTOES-BLOQUEADOS
           END-IF.
           IF NA-LISTA AND CA-ATIVO
               MOVE WRK-MOTIVO-LISTA TO CA-STATUS
               MOVE WRK-DATA-MOVTO   TO CA-STATUS-DATA
               REWRITE REG-CARTAO
           END-IF.

       2160-PROCURAR-NA-LISTA.
           READ CARTOES-BLOQUEADOS
               AT END
                   SET FIM-LISTA TO TRUE
               NOT AT END
                   IF HB-NUMERO = AR-CARTAO
                       SET NA-LISTA TO TRUE
                       MOVE HB-MOTIVO TO WRK-MOTIVO-LISTA
                   END-IF
           END-READ.

       2200-VALIDAR-CARTAO.
           EVALUATE TRUE
               WHEN CA-PERDA
                   MOVE 41 TO WRK-RESPOSTA
                   MOVE "CARTAO BLOQUEADO - PERDA" TO WRK-MOTIVO
               WHEN CA-ROUBO
                   MOVE 43 TO WRK-RESPOSTA
                   MOVE "CARTAO BLOQUEADO - ROUBO" TO WRK-MOTIVO
               WHEN NOT CA-ATIVO
                   MOVE 57 TO WRK-RESPOSTA
                   MOVE "CARTAO CANCELADO" TO WRK-MOTIVO
               WHEN CA-VALIDADE < WRK-ANOMES-MOVTO
                   MOVE 54 TO WRK-RESPOSTA
                   MOVE "CARTAO VENCIDO" TO WRK-MOTIVO
               WHEN OTHER
                   MOVE CA-CONTA TO CM-CONTA
                   READ CONTA-MASTER
                       INVALID KEY
                           MOVE 62 TO WRK-RESPOSTA
                           MOVE "CONTA NAO CADASTRADA" TO WRK-MOTIVO
                       NOT INVALID KEY
                           PERFORM 2250-VALIDAR-CONTA-CARTAO
                   END-READ
           END-EVALUATE.

      *O LIMITE DIARIO E SO DE SAQUE; A COMPRA NO DEBITO SO PRECISA
      *DE DISPONIVEL NA CONTA, COMO QUALQUER OUTRO DEBITO.
       2250-VALIDAR-CONTA-CARTAO.
           PERFORM 2700-CALCULAR-BLOQUEADO.
           IF CA-DATA-ULT-SAQUE = WRK-DATA-MOVTO
               MOVE CA-SACADO-DIA TO WRK-SACADO-DIA
           ELSE
               MOVE ZEROS TO WRK-SACADO-DIA
           END-IF.
           EVALUATE TRUE
               WHEN CM-ENCERRADA
                   MOVE 62 TO WRK-RESPOSTA
                   MOVE "CONTA ENCERRADA" TO WRK-MOTIVO
               WHEN CM-BLOQUEADA
                   MOVE 62 TO WRK-RESPOSTA
                   MOVE "CONTA BLOQUEADA PARA DEBITO" TO WRK-MOTIVO
               WHEN CM-DORMENTE
                   MOVE 62 TO WRK-RESPOSTA
                   MOVE "CONTA DORMENTE" TO WRK-MOTIVO
      *A REDE MANDA O VALOR EM REAIS E LIQUIDA EM BRL NA 999991:
      *CARTAO LIGADO A CONTA EM DOLAR E RECUSADO.
               WHEN CM-MOEDA NOT = "BRL"
                   MOVE 62 TO WRK-RESPOSTA
                   MOVE "CONTA EM MOEDA ESTRANGEIRA" TO WRK-MOTIVO
               WHEN AR-TIPO = "S"
                   AND WRK-SACADO-DIA + AR-VALOR > CA-LIMITE-DIARIO
                   MOVE 61 TO WRK-RESPOSTA
                   MOVE "EXCEDE LIMITE DIARIO DE SAQUE" TO WRK-MOTIVO
               WHEN CM-SALDO + CM-LIMITE - WRK-BLOQUEADO < AR-VALOR
                   MOVE 51 TO WRK-RESPOSTA
                   IF CM-SALDO + CM-LIMITE >= AR-VALOR
                       MOVE "VALOR BLOQUEADO JUDICIALMENTE"
                           TO WRK-MOTIVO
                   ELSE
                       MOVE "SALDO INSUFICIENTE" TO WRK-MOTIVO
                   END-IF
           END-EVALUATE.

       2300-DEBITAR-CLIENTE.
           MOVE CM-SALDO TO WRK-SALDO-ANTES.
           SUBTRACT AR-VALOR FROM CM-SALDO.
           MOVE WRK-DATA-MOVTO TO CM-DATA-ULT-MOVTO.
           REWRITE REG-CONTA-MASTER.
           PERFORM 3000-REGISTRAR-LOG-CLIENTE.

      *O CLIENTE JA FOI DEBITADO: SEM A CONTA DE LIQUIDACAO O DEBITO
      *FICARIA SEM CONTRAPARTIDA - ERRO GRAVE, DERRUBA A RODADA.
       2400-CREDITAR-LIQUIDACAO.
           MOVE WRK-CONTA-LIQUIDACAO TO CM-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   DISPLAY "CONTA DE LIQUIDACAO " WRK-CONTA-LIQUIDACAO
                       " SUMIU NO CREDITO - DEBITO DO CLIENTE SEM "
                       "CONTRAPARTIDA, RODADA DERRUBADA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   MOVE CM-SALDO TO WRK-SALDO-ANTES
                   ADD AR-VALOR TO CM-SALDO
                   MOVE WRK-DATA-MOVTO TO CM-DATA-ULT-MOVTO
                   REWRITE REG-CONTA-MASTER
                   PERFORM 3100-REGISTRAR-LOG-LIQUIDACAO
           END-READ.

       2450-ACUMULAR-SAQUE.
           IF AR-TIPO = "S"
               COMPUTE CA-SACADO-DIA = WRK-SACADO-DIA + AR-VALOR
               MOVE WRK-DATA-MOVTO TO CA-DATA-ULT-SAQUE
               REWRITE REG-CARTAO
           END-IF.

       2500-GRAVAR-AUTORIZACAO.
           MOVE AR-NSU            TO AU-NSU.
           MOVE AR-CARTAO         TO AU-CARTAO.
           MOVE WRK-CONTA-CLIENTE TO AU-CONTA.
           MOVE WRK-DATA-MOVTO    TO AU-DATA-MOVTO.
           MOVE AR-DATA-HORA      TO AU-DATA-HORA.
           MOVE AR-TERMINAL       TO AU-TERMINAL.
           MOVE AR-TIPO           TO AU-TIPO.
           MOVE AR-VALOR          TO AU-VALOR.
           MOVE WRK-RESPOSTA      TO AU-RESPOSTA.
           MOVE WRK-MOTIVO        TO AU-MOTIVO.
           IF AU-APROVADO
               MOVE "P"    TO AU-SITUACAO-LIQ
           ELSE
               MOVE SPACE  TO AU-SITUACAO-LIQ
           END-IF.
           MOVE ZEROS             TO AU-DATA-LIQUIDACAO.
           MOVE ZEROS             TO AU-VALOR-LIQUIDADO.
           WRITE REG-AUTORIZACAO.

       2600-GRAVAR-RESPOSTA.
           MOVE AR-NSU       TO RP-NSU.
           MOVE AR-CARTAO    TO RP-CARTAO.
           MOVE WRK-RESPOSTA TO RP-RESPOSTA.
           MOVE WRK-MOTIVO   TO RP-MOTIVO.
           MOVE AR-VALOR     TO RP-VALOR.
           WRITE REG-RESPOSTA.

      *SOMA OS BLOQUEIOS VIGENTES DA CONTA NA DATA-MOVIMENTO (FIM
      *ZERADO = SEM PRAZO). SEM BLOQUEIOS.DAT, NADA BLOQUEADO.
       2700-CALCULAR-BLOQUEADO.
           MOVE ZEROS TO WRK-BLOQUEADO.
           MOVE "N"   TO WS-FIM-BLOQUEIOS.
           OPEN INPUT BLOQUEIOS.
           IF WS-STATUS-BLOQUEIOS = "35"
               SET FIM-BLOQUEIOS TO TRUE
           END-IF.
           PERFORM 2750-SOMAR-BLOQUEIO
               UNTIL FIM-BLOQUEIOS.
           IF WS-STATUS-BLOQUEIOS NOT = "35"
               CLOSE BLOQUEIOS
           END-IF.

       2750-SOMAR-BLOQUEIO.
           READ BLOQUEIOS
               AT END
                   SET FIM-BLOQUEIOS TO TRUE
               NOT AT END
                   IF BQ-CONTA = WRK-CONTA-CLIENTE
                       AND BQ-DATA-INICIO <= WRK-DATA-MOVTO
                       AND (BQ-DATA-FIM = ZEROS
                           OR BQ-DATA-FIM >= WRK-DATA-MOVTO)
                       ADD BQ-VALOR TO WRK-BLOQUEADO
                   END-IF
           END-READ.

       2900-LER-PEDIDO.
           READ PEDIDOS
               AT END
                   SET FIM-PEDIDOS TO TRUE
           END-READ.

       3000-REGISTRAR-LOG-CLIENTE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO LG-DATA-HORA.
           MOVE WRK-DATA-MOVTO TO LG-DATA-HORA (1:8).
           MOVE WRK-CONTA-CLIENTE    TO LG-CONTA.
           MOVE "X"                  TO LG-OPERACAO.
           MOVE AR-VALOR             TO LG-VALOR.
           MOVE WRK-SALDO-ANTES      TO LG-SALDO-ANTES.
           MOVE CM-SALDO             TO LG-SALDO-DEPOIS.
           MOVE "C"                  TO LG-ORIGEM.
           MOVE WRK-CONTA-LIQUIDACAO TO LG-CONTA-REF.
           MOVE "BATCH"              TO LG-OPERADOR.
           MOVE CM-AGENCIA           TO LG-AGENCIA.
           MOVE "N"                  TO LG-ESTORNADO.
           MOVE SPACES               TO LG-APROVADOR.
           WRITE REG-LOG-MOVTO.

       3100-REGISTRAR-LOG-LIQUIDACAO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO LG-DATA-HORA.
           MOVE WRK-DATA-MOVTO TO LG-DATA-HORA (1:8).
           MOVE WRK-CONTA-LIQUIDACAO TO LG-CONTA.
           MOVE "X"                  TO LG-OPERACAO.
           MOVE AR-VALOR             TO LG-VALOR.
           MOVE WRK-SALDO-ANTES      TO LG-SALDO-ANTES.
           MOVE CM-SALDO             TO LG-SALDO-DEPOIS.
           MOVE "C"                  TO LG-ORIGEM.
           MOVE WRK-CONTA-CLIENTE    TO LG-CONTA-REF.
           MOVE "BATCH"              TO LG-OPERADOR.
           MOVE CM-AGENCIA           TO LG-AGENCIA.
           MOVE "N"                  TO LG-ESTORNADO.
           MOVE SPACES               TO LG-APROVADOR.
           WRITE REG-LOG-MOVTO.

       9000-ENCERRAR.
           PERFORM 9100-GRAVAR-CONTROLE.
           IF NOT SEM-PEDIDOS
               CLOSE PEDIDOS
               CLOSE RESPOSTAS
               CLOSE CARTOES
               CLOSE AUTORIZACOES
               CLOSE CONTA-MASTER
               CLOSE LOG-MOVTO
           END-IF.
           MOVE WRK-QTD-APROVADAS TO WRK-QTD-DP.
           DISPLAY "AUTORIZACARTAO: " WRK-QTD-DP
               " PEDIDO(S) APROVADO(S) E DEBITADO(S)".
           MOVE WRK-QTD-NEGADAS TO WRK-QTD-DP.
           DISPLAY "AUTORIZACARTAO: " WRK-QTD-DP
               " PEDIDO(S) NEGADO(S) - VER AUTORESP.DAT".
           IF WRK-QTD-RETOMADAS > ZERO
               MOVE WRK-QTD-RETOMADAS TO WRK-QTD-DP
               DISPLAY "AUTORIZACARTAO: " WRK-QTD-DP
                   " PEDIDO(S) JA DECIDIDO(S) - RESPOSTA REPETIDA"
           END-IF.

      *APROVADOS SAO OS APLICADOS E NEGADOS OS REJEITADOS; O NSU JA
      *DECIDIDO ENTRA COMO RETOMADO. O HASH E O VALOR APROVADO.
       9100-GRAVAR-CONTROLE.
           OPEN EXTEND CONTROLE.
           IF WS-STATUS-CONTROLE = "35"
               OPEN OUTPUT CONTROLE
           END-IF.
           MOVE WRK-DATA-MOVTO      TO CT-DATA-MOVTO.
           MOVE "AUTORIZACARTAO"    TO CT-PROGRAMA.
           MOVE WRK-QTD-LIDAS       TO CT-QTD-LIDOS.
           MOVE WRK-QTD-APROVADAS   TO CT-QTD-APLICADOS.
           MOVE WRK-QTD-NEGADAS     TO CT-QTD-REJEITADOS.
           MOVE WRK-QTD-RETOMADAS   TO CT-QTD-RETOMADOS.
           MOVE WRK-HASH-VALOR      TO CT-HASH-VALOR.
           WRITE REG-CONTROLE.
           CLOSE CONTROLE.
