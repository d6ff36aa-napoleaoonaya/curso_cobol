       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. TESOURARIA.
       AUTHOR. NAPOLEAO.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT TESOURARIA  ASSIGN TO "TESOURARIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-AGENCIA
               FILE STATUS IS WS-STATUS-TESOURARIA.
           SELECT TES-MOVTO  ASSIGN TO "TESMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TES-MOVTO.
      *O CAIXA SUPRIDO OU QUE RECOLHE TEM DE SER UM OPERADOR ATIVO
      *DO CADASTRO - E PELO ID DELE QUE O FECHAMENTO DE CAIXA SOMA O
      *SUPRIMENTO NA GAVETA.
           SELECT OPERADORES  ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPERADORES.
           SELECT SESSAO  ASSIGN TO "OPERSESSAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
      *CARTAO DE JANELA DE LOTE: COM ELE PRESENTE O COFRE E DO LOTE -
      *O FECHATESOURARIA REGRAVA O TESOURARIA.DAT NA PROVA, ENTAO O
      *COFRE NAO PODE SER MOVIMENTADO NO MEIO DA CADEIA.
           SELECT JANELA-LOTE  ASSIGN TO "JANELALOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JANELA.
       DATA                            DIVISION.
       FILE SECTION.
       FD  TESOURARIA.
           COPY COFRE.
       FD  TES-MOVTO.
           COPY TESMOVTO.
       FD  OPERADORES.
           COPY OPERADOR.
       FD  SESSAO.
       01  REG-SESSAO.
           05  SS-OPERADOR      PICTURE X(8).
           05  SS-NIVEL         PICTURE 9(1).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       FD  JANELA-LOTE.
       01  REG-JANELA-LOTE.
           05  JN-DATA          PICTURE 9(8).
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E A TESOURARIA DA AGENCIA: O SUPERVISOR IMPLANTA
      *O COFRE (SALDO DE ABERTURA E LIMITE SEGURADO), SUPRE OS CAIXAS
      *NA ABERTURA DO DIA, RECEBE O RECOLHIMENTO DELES NO FECHAMENTO
      *E REGISTRA AS REMESSAS ENVIADAS E RECEBIDAS DA TRANSPORTADORA
      *DE VALORES. CADA LANCAMENTO MOVE O SALDO DO COFRE NA HORA E VAI
      *PARA O TESMOVTO.DAT; A PROVA DO COFRE CONTRA OS CAIXAS E FEITA
      *NO LOTE (FECHATESOURARIA). O MENUPRINCIPAL SO DESPACHA PARA CA
      *OPERADOR DE NIVEL SUPERVISOR.
       01  WRK-OPERADOR     PICTURE X(8)  VALUE "BATCH".
       01  WRK-NIVEL        PICTURE 9(1)  VALUE 1.
       01  WRK-ACAO         PICTURE 9(1)  VALUE ZERO.
       01  WRK-DATA-MOVTO   PICTURE 9(8)  VALUE ZERO.
       01  WRK-AGENCIA      PICTURE 9(3)  VALUE ZERO.
       01  WRK-CAIXA        PICTURE X(8)  VALUE SPACES.
       01  WRK-GUIA         PICTURE X(10) VALUE SPACES.
       01  WRK-VALOR        PICTURE 9(11)V99 VALUE ZERO.
       01  WRK-LIMITE       PICTURE 9(11)V99 VALUE ZERO.
       01  WRK-TIPO         PICTURE X(1)  VALUE SPACE.
       01  WRK-NOME-TIPO    PICTURE X(30) VALUE SPACES.
       01  WRK-CONFIRMA     PICTURE X(1)  VALUE "N".
       01  WRK-MOTIVO-RECUSA PICTURE X(50) VALUE SPACES.
       01  WRK-QTD-LISTADOS PICTURE 9(4)  VALUE ZERO.
       01  WRK-TOT-ENTRADAS PICTURE 9(11)V99 VALUE ZERO.
       01  WRK-TOT-SAIDAS   PICTURE 9(11)V99 VALUE ZERO.
       01  WRK-VALOR-DP     PICTURE -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-LIMITE-DP    PICTURE ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-STATUS-TESOURARIA PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-TES-MOVTO  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-OPERADORES PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-SESSAO     PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-JANELA     PICTURE X(2) VALUE SPACES.
       01  WS-JANELA-ABERTA     PICTURE X    VALUE "N".
           88  JANELA-ABERTA                  VALUE "S".
       01  WS-COFRE-ACHADO      PICTURE X    VALUE "N".
           88  COFRE-ACHADO                   VALUE "S".
       01  WS-CAIXA-ACHADO      PICTURE X    VALUE "N".
           88  CAIXA-ACHADO                   VALUE "S".
       01  WS-FIM-OPERADORES    PICTURE X    VALUE "N".
           88  FIM-OPERADORES                 VALUE "S".
       01  WS-FIM-TES-MOVTO     PICTURE X    VALUE "N".
           88  FIM-TES-MOVTO                  VALUE "S".

       PROCEDURE                       DIVISION.
      *CHAMADO VARIAS VEZES NA MESMA SESSAO DO MENU: OS INDICADORES
      *SAO REARMADOS AQUI. O NIVEL DA SESSAO E RECONFERIDO ALEM DA
      *TRAVA DE OPCAO DO MENUPRINCIPAL.
       0000-PRINCIPAL.
           MOVE "N"    TO WS-JANELA-ABERTA.
           MOVE "N"    TO WS-COFRE-ACHADO WS-CAIXA-ACHADO.
           MOVE "N"    TO WS-FIM-OPERADORES WS-FIM-TES-MOVTO.
           MOVE SPACES TO WRK-MOTIVO-RECUSA WRK-CAIXA WRK-GUIA.
           MOVE ZERO   TO WRK-QTD-LISTADOS.
           MOVE ZEROS  TO WRK-VALOR WRK-TOT-ENTRADAS WRK-TOT-SAIDAS.
           PERFORM 0100-LER-SESSAO.
           PERFORM 0150-TESTAR-JANELA.
           EVALUATE TRUE
               WHEN JANELA-ABERTA
                   DISPLAY "LOTE NOTURNO EM CURSO - O COFRE ESTA EM "
                       "PROVA, SO PODE SER MOVIMENTADO COM A JANELA "
                       "DE LOTE FECHADA."
               WHEN WRK-NIVEL < 2
                   DISPLAY "TESOURARIA RESTRITA AO SUPERVISOR - FACA "
                       "O SIGN-ON COM NIVEL 2."
               WHEN OTHER
                   PERFORM 1000-ABRIR-ARQUIVOS
                   PERFORM 1500-ESCOLHER-ACAO
                   EVALUATE WRK-ACAO
                       WHEN 1
                           PERFORM 2000-IMPLANTAR-COFRE
                       WHEN 2
                           MOVE "S" TO WRK-TIPO
                           PERFORM 3000-MOVIMENTAR-COFRE
                       WHEN 3
                           MOVE "R" TO WRK-TIPO
                           PERFORM 3000-MOVIMENTAR-COFRE
                       WHEN 4
                           MOVE "E" TO WRK-TIPO
                           PERFORM 3000-MOVIMENTAR-COFRE
                       WHEN 5
                           MOVE "T" TO WRK-TIPO
                           PERFORM 3000-MOVIMENTAR-COFRE
                       WHEN 6
                           PERFORM 5000-POSICAO-DO-COFRE
                       WHEN OTHER
                           DISPLAY "ACAO INVALIDA."
                   END-EVALUATE
                   CLOSE TESOURARIA
           END-EVALUATE.
           GOBACK.

       0100-LER-SESSAO.
           MOVE "BATCH" TO WRK-OPERADOR.
           MOVE 1       TO WRK-NIVEL.
           OPEN INPUT SESSAO.
           IF WS-STATUS-SESSAO NOT = "35"
               READ SESSAO
                   NOT AT END
                       IF SS-OPERADOR NOT = SPACES
                           MOVE SS-OPERADOR TO WRK-OPERADOR
                           IF SS-NIVEL NUMERIC
                               MOVE SS-NIVEL TO WRK-NIVEL
                           END-IF
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
           PERFORM 1050-LER-DATA-MOVTO.
           OPEN I-O TESOURARIA.
           IF WS-STATUS-TESOURARIA = "35"
               OPEN OUTPUT TESOURARIA
               CLOSE TESOURARIA
               OPEN I-O TESOURARIA
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

       1500-ESCOLHER-ACAO.
           DISPLAY "TESOURARIA DA AGENCIA - DATA " WRK-DATA-MOVTO.
           DISPLAY "1 - IMPLANTAR COFRE / ALTERAR LIMITE SEGURADO".
           DISPLAY "2 - SUPRIMENTO DO COFRE A UM CAIXA".
           DISPLAY "3 - RECOLHIMENTO DE UM CAIXA AO COFRE".
           DISPLAY "4 - REMESSA PARA A TRANSPORTADORA DE VALORES".
           DISPLAY "5 - REMESSA RECEBIDA DA TRANSPORTADORA".
           DISPLAY "6 - POSICAO DO COFRE".
           DISPLAY "INFORME A ACAO DESEJADA".
           ACCEPT WRK-ACAO.

       1600-LER-COFRE.
           MOVE "N" TO WS-COFRE-ACHADO.
           DISPLAY "INFORME A AGENCIA".
           ACCEPT WRK-AGENCIA.
           MOVE WRK-AGENCIA TO TS-AGENCIA.
           READ TESOURARIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET COFRE-ACHADO TO TRUE
           END-READ.

      *COFRE NOVO: SALDO DE ABERTURA E LIMITE SEGURADO, E A
      *IMPLANTACAO FICA REGISTRADA NO TESMOVTO (TIPO "I", NAO VAI AO
      *RAZAO - O NUMERARIO JA EXISTIA). COFRE JA IMPLANTADO SO TEM O
      *LIMITE SEGURADO ALTERADO: O SALDO SO MUDA POR MOVIMENTO.
       2000-IMPLANTAR-COFRE.
           PERFORM 1600-LER-COFRE.
           IF WRK-AGENCIA = ZERO
               DISPLAY "AGENCIA INVALIDA. NADA FEITO."
           ELSE
               IF COFRE-ACHADO
                   PERFORM 2100-ALTERAR-LIMITE
               ELSE
                   PERFORM 2200-INCLUIR-COFRE
               END-IF
           END-IF.

       2100-ALTERAR-LIMITE.
           MOVE TS-SALDO           TO WRK-VALOR-DP.
           MOVE TS-LIMITE-SEGURADO TO WRK-LIMITE-DP.
           DISPLAY "COFRE DA AGENCIA " TS-AGENCIA " JA IMPLANTADO - "
               "SALDO " WRK-VALOR-DP " LIMITE SEGURADO "
               WRK-LIMITE-DP.
           DISPLAY "INFORME O NOVO LIMITE SEGURADO (USE VIRGULA)".
           ACCEPT WRK-LIMITE.
           DISPLAY "CONFIRMA O NOVO LIMITE? (S/N)".
           MOVE "N" TO WRK-CONFIRMA.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = "S"
               MOVE WRK-LIMITE TO TS-LIMITE-SEGURADO
               REWRITE REG-TESOURARIA
               DISPLAY "LIMITE SEGURADO DA AGENCIA " TS-AGENCIA
                   " ALTERADO."
               PERFORM 7500-AVISAR-LIMITE
           ELSE
               DISPLAY "CANCELADO PELO OPERADOR - NADA FEITO."
           END-IF.

       2200-INCLUIR-COFRE.
           DISPLAY "COFRE DA AGENCIA " WRK-AGENCIA " NAO IMPLANTADO.".
           DISPLAY "INFORME O SALDO DE ABERTURA DO COFRE (USE "
               "VIRGULA)".
           ACCEPT WRK-VALOR.
           DISPLAY "INFORME O LIMITE SEGURADO (USE VIRGULA, 0 = SEM "
               "LIMITE)".
           ACCEPT WRK-LIMITE.
           DISPLAY "CONFIRMA A IMPLANTACAO? (S/N)".
           MOVE "N" TO WRK-CONFIRMA.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = "S"
               MOVE WRK-AGENCIA TO TS-AGENCIA
               MOVE WRK-VALOR   TO TS-SALDO-ABERTURA
               MOVE WRK-VALOR   TO TS-SALDO
               MOVE WRK-LIMITE  TO TS-LIMITE-SEGURADO
               MOVE ZEROS       TO TS-DATA-FECHAMENTO
               MOVE ZEROS       TO TS-ABERTURA-FECHADA
               WRITE REG-TESOURARIA
                   INVALID KEY
                       DISPLAY "COFRE JA IMPLANTADO POR OUTRA "
                           "ESTACAO - NADA FEITO."
                   NOT INVALID KEY
                       MOVE "I"    TO WRK-TIPO
                       MOVE SPACES TO WRK-CAIXA WRK-GUIA
                       PERFORM 7200-GRAVAR-TES-MOVTO
                       DISPLAY "COFRE DA AGENCIA " WRK-AGENCIA
                           " IMPLANTADO."
                       PERFORM 7500-AVISAR-LIMITE
               END-WRITE
           ELSE
               DISPLAY "CANCELADO PELO OPERADOR - NADA FEITO."
           END-IF.

      *SUPRIMENTO ("S") E REMESSA ENVIADA ("E") TIRAM DO COFRE E NAO
      *PODEM PASSAR DO SALDO DELE; RECOLHIMENTO ("R") E REMESSA
      *RECEBIDA ("T") ENTRAM. SUPRIMENTO E RECOLHIMENTO SAO DE UM
      *CAIXA; AS REMESSAS TRAZEM A GUIA DA TRANSPORTADORA.
       3000-MOVIMENTAR-COFRE.
           MOVE SPACES TO WRK-MOTIVO-RECUSA.
           EVALUATE WRK-TIPO
               WHEN "S"
                   MOVE "SUPRIMENTO AO CAIXA" TO WRK-NOME-TIPO
               WHEN "R"
                   MOVE "RECOLHIMENTO DO CAIXA" TO WRK-NOME-TIPO
               WHEN "E"
                   MOVE "REMESSA A TRANSPORTADORA" TO WRK-NOME-TIPO
               WHEN "T"
                   MOVE "REMESSA DA TRANSPORTADORA" TO WRK-NOME-TIPO
           END-EVALUATE.
           PERFORM 1600-LER-COFRE.
           IF NOT COFRE-ACHADO
               MOVE "COFRE DA AGENCIA NAO IMPLANTADO (ACAO 1)"
                   TO WRK-MOTIVO-RECUSA
           END-IF.
           IF WRK-MOTIVO-RECUSA = SPACES
               IF WRK-TIPO = "S" OR WRK-TIPO = "R"
                   PERFORM 3100-INFORMAR-CAIXA
               ELSE
                   DISPLAY "INFORME O NUMERO DA GUIA DA "
                       "TRANSPORTADORA"
                   ACCEPT WRK-GUIA
                   IF WRK-GUIA = SPACES
                       MOVE "REMESSA SEM GUIA DA TRANSPORTADORA"
                           TO WRK-MOTIVO-RECUSA
                   END-IF
               END-IF
           END-IF.
           IF WRK-MOTIVO-RECUSA = SPACES
               DISPLAY "INFORME O VALOR (USE VIRGULA)"
               ACCEPT WRK-VALOR
               PERFORM 3200-CRITICAR-VALOR
           END-IF.
           IF WRK-MOTIVO-RECUSA = SPACES
               PERFORM 3300-CONFIRMAR-MOVIMENTO
           END-IF.
           IF WRK-MOTIVO-RECUSA = SPACES
               PERFORM 7000-EFETIVAR-MOVIMENTO
           ELSE
               DISPLAY WRK-NOME-TIPO " RECUSADO: " WRK-MOTIVO-RECUSA
           END-IF.

       3100-INFORMAR-CAIXA.
           DISPLAY "INFORME O ID DO CAIXA".
           ACCEPT WRK-CAIXA.
           PERFORM 3150-CONFERIR-CAIXA.
           IF NOT CAIXA-ACHADO
               MOVE "CAIXA NAO CADASTRADO OU INATIVO"
                   TO WRK-MOTIVO-RECUSA
           END-IF.

      *SEM O OPERADOR.DAT (IMPLANTACAO, SIGN-ON PADRAO) NAO HA O QUE
      *CONFERIR E O ID VALE COMO INFORMADO.
       3150-CONFERIR-CAIXA.
           MOVE "N" TO WS-CAIXA-ACHADO WS-FIM-OPERADORES.
           IF WRK-CAIXA NOT = SPACES
               OPEN INPUT OPERADORES
               IF WS-STATUS-OPERADORES = "35"
                   SET CAIXA-ACHADO TO TRUE
               ELSE
                   PERFORM 3160-PROCURAR-CAIXA
                       UNTIL FIM-OPERADORES
                   CLOSE OPERADORES
               END-IF
           END-IF.

       3160-PROCURAR-CAIXA.
           READ OPERADORES
               AT END
                   SET FIM-OPERADORES TO TRUE
               NOT AT END
                   IF OP-ID = WRK-CAIXA
                       SET FIM-OPERADORES TO TRUE
                       IF OP-ATIVO
                           SET CAIXA-ACHADO TO TRUE
                       END-IF
                   END-IF
           END-READ.

       3200-CRITICAR-VALOR.
           EVALUATE TRUE
               WHEN WRK-VALOR NOT > ZERO
                   MOVE "VALOR DEVE SER MAIOR QUE ZERO"
                       TO WRK-MOTIVO-RECUSA
               WHEN (WRK-TIPO = "S" OR WRK-TIPO = "E")
                   AND WRK-VALOR > TS-SALDO
                   MOVE TS-SALDO TO WRK-VALOR-DP
                   STRING "SALDO DO COFRE INSUFICIENTE ("
                       WRK-VALOR-DP ")"
                       DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
           END-EVALUATE.

       3300-CONFIRMAR-MOVIMENTO.
           MOVE WRK-VALOR TO WRK-VALOR-DP.
           IF WRK-TIPO = "S" OR WRK-TIPO = "R"
               DISPLAY WRK-NOME-TIPO " " WRK-CAIXA " - AGENCIA "
                   WRK-AGENCIA " VALOR " WRK-VALOR-DP
           ELSE
               DISPLAY WRK-NOME-TIPO " GUIA " WRK-GUIA " - AGENCIA "
                   WRK-AGENCIA " VALOR " WRK-VALOR-DP
           END-IF.
           DISPLAY "CONFIRMA? (S/N)".
           MOVE "N" TO WRK-CONFIRMA.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = "S"
               MOVE "CANCELADO PELO OPERADOR - NADA FEITO"
                   TO WRK-MOTIVO-RECUSA
           END-IF.

       5000-POSICAO-DO-COFRE.
           PERFORM 1600-LER-COFRE.
           IF NOT COFRE-ACHADO
               DISPLAY "COFRE DA AGENCIA " WRK-AGENCIA
                   " NAO IMPLANTADO."
           ELSE
               MOVE TS-SALDO-ABERTURA TO WRK-VALOR-DP
               DISPLAY "COFRE DA AGENCIA " TS-AGENCIA
                   " - SALDO DE ABERTURA " WRK-VALOR-DP
               DISPLAY "MOVIMENTO DA DATA " WRK-DATA-MOVTO ":"
               OPEN INPUT TES-MOVTO
               IF WS-STATUS-TES-MOVTO NOT = "35"
                   PERFORM 5100-LISTAR-MOVIMENTO
                       UNTIL FIM-TES-MOVTO
                   CLOSE TES-MOVTO
               END-IF
               IF WRK-QTD-LISTADOS = ZERO
                   DISPLAY "  NENHUM MOVIMENTO NA DATA."
               END-IF
               MOVE WRK-TOT-ENTRADAS TO WRK-VALOR-DP
               DISPLAY "ENTRADAS NO COFRE ....: " WRK-VALOR-DP
               MOVE WRK-TOT-SAIDAS TO WRK-VALOR-DP
               DISPLAY "SAIDAS DO COFRE ......: " WRK-VALOR-DP
               MOVE TS-SALDO TO WRK-VALOR-DP
               DISPLAY "SALDO ATUAL DO COFRE .: " WRK-VALOR-DP
               MOVE TS-LIMITE-SEGURADO TO WRK-LIMITE-DP
               DISPLAY "LIMITE SEGURADO ......: " WRK-LIMITE-DP
               PERFORM 7500-AVISAR-LIMITE
           END-IF.

       5100-LISTAR-MOVIMENTO.
           READ TES-MOVTO
               AT END
                   SET FIM-TES-MOVTO TO TRUE
               NOT AT END
                   IF TM-DATA = WRK-DATA-MOVTO
                       AND TM-AGENCIA = WRK-AGENCIA
                       AND NOT TM-IMPLANTACAO
                       ADD 1 TO WRK-QTD-LISTADOS
                       MOVE TM-VALOR TO WRK-VALOR-DP
                       EVALUATE TRUE
                           WHEN TM-SUPRIMENTO
                               ADD TM-VALOR TO WRK-TOT-SAIDAS
                               DISPLAY "  SUPRIMENTO   CAIXA "
                                   TM-CAIXA "   " WRK-VALOR-DP
                           WHEN TM-RECOLHIMENTO
                               ADD TM-VALOR TO WRK-TOT-ENTRADAS
                               DISPLAY "  RECOLHIMENTO CAIXA "
                                   TM-CAIXA "   " WRK-VALOR-DP
                           WHEN TM-REMESSA-ENVIADA
                               ADD TM-VALOR TO WRK-TOT-SAIDAS
                               DISPLAY "  REMESSA ENVIADA  GUIA "
                                   TM-GUIA " " WRK-VALOR-DP
                           WHEN TM-REMESSA-RECEBIDA
                               ADD TM-VALOR TO WRK-TOT-ENTRADAS
                               DISPLAY "  REMESSA RECEBIDA GUIA "
                                   TM-GUIA " " WRK-VALOR-DP
                       END-EVALUATE
                   END-IF
           END-READ.

      *O SALDO E REGRAVADO ANTES DO TESMOVTO: SE A GRAVACAO DO
      *MOVIMENTO FALHAR A PROVA DO LOTE MOSTRA A DIFERENCA ENTRE O
      *SALDO CORRENTE E O APURADO PELO MOVIMENTO.
       7000-EFETIVAR-MOVIMENTO.
           IF WRK-TIPO = "S" OR WRK-TIPO = "E"
               SUBTRACT WRK-VALOR FROM TS-SALDO
           ELSE
               ADD WRK-VALOR TO TS-SALDO
           END-IF.
           REWRITE REG-TESOURARIA
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO DO COFRE - STATUS "
                       WS-STATUS-TESOURARIA " - NADA FEITO."
               NOT INVALID KEY
                   PERFORM 7200-GRAVAR-TES-MOVTO
                   MOVE TS-SALDO TO WRK-VALOR-DP
                   DISPLAY WRK-NOME-TIPO " REGISTRADO. SALDO DO "
                       "COFRE: " WRK-VALOR-DP
                   PERFORM 7500-AVISAR-LIMITE
           END-REWRITE.

       7200-GRAVAR-TES-MOVTO.
           OPEN EXTEND TES-MOVTO.
           IF WS-STATUS-TES-MOVTO = "35"
               OPEN OUTPUT TES-MOVTO
           END-IF.
           MOVE WRK-DATA-MOVTO TO TM-DATA.
           MOVE FUNCTION CURRENT-DATE (1:14) TO TM-DATA-HORA.
           MOVE WRK-AGENCIA    TO TM-AGENCIA.
           MOVE WRK-TIPO       TO TM-TIPO.
           MOVE WRK-VALOR      TO TM-VALOR.
           MOVE WRK-CAIXA      TO TM-CAIXA.
           MOVE WRK-GUIA       TO TM-GUIA.
           MOVE WRK-OPERADOR   TO TM-OPERADOR.
           WRITE REG-TES-MOVTO.
           CLOSE TES-MOVTO.

      *O SEGURO SO COBRE O COFRE ATE O LIMITE DA APOLICE: ACIMA DELE
      *O SUPERVISOR E AVISADO NA HORA PARA PROGRAMAR A REMESSA.
       7500-AVISAR-LIMITE.
           IF TS-LIMITE-SEGURADO > ZERO
               AND TS-SALDO > TS-LIMITE-SEGURADO
               MOVE TS-LIMITE-SEGURADO TO WRK-LIMITE-DP
               DISPLAY "*** ATENCAO: SALDO DO COFRE ACIMA DO LIMITE "
                   "SEGURADO DE " WRK-LIMITE-DP
                   " - PROGRAMAR REMESSA A TRANSPORTADORA ***"
           END-IF.
