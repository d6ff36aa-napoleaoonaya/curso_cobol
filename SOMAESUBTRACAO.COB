           SELECT FILA-MOVTO  ASSIGN TO "FILAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILA.
      *ALCADAS POR NIVEL DE OPERADOR E TIPO DE DEBITO: O DEBITO
      *ACIMA DO LIMITE DO CAIXA NAO MEXE NO SALDO E FICA RETIDO NO
      *MOVRETIDO.DAT ATE O SUPERVISOR APROVAR (APROVAMOVTO).
           SELECT ALCADA  ASSIGN TO "ALCADA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALCADA.
           SELECT MOV-RETIDO  ASSIGN TO "MOVRETIDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETIDO.
      *TAXA DO DIA PARA A CONVERSAO DE MOEDA NO BALCAO (MESMO CARTAO
      *DO LOTE).
           SELECT CAMBIO  ASSIGN TO "CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAMBIO.
       DATA                            DIVISION.
       FILE SECTION.
       FD  CONTA-MASTER.
           05  JN-DATA          PICTURE 9(8).
       FD  FILA-MOVTO.
           COPY FILAMOVTO.
       FD  ALCADA.
           COPY ALCADA.
       FD  MOV-RETIDO.
           COPY MOVRETIDO.
       FD  CAMBIO.
       01  REG-CAMBIO.
           05  CB-DATA-TAXA        PICTURE 9(8).
           05  CB-TAXA-USD         PICTURE 9(3)V9(4).
       WORKING-STORAGE                 SECTION.
       01  WRK-CONTA    PICTURE 9(6)  VALUE ZEROS.
       01  WRK-NOME     PICTURE X(20) VALUE SPACES.
       01  WRK-VALOR-INTEIRO-DP PICTURE ZZZZZZ9.
       01  WRK-VALOR-CENTAVOS   PICTURE 99 VALUE ZERO.
       01  WRK-SALDO-ABERTURA PICTURE S9(7)V99 VALUE ZEROS.
      *VALOR DO DEBITO DA SESSAO - SAQUE, TRANSFERENCIA OU
      *CONVERSAO, CONFORME WRK-OPER-DEBITO. SEM RESPOSTA DO CAIXA
      *(RODADA DO LOTE, QUE SO INFORMA A CONTA) VALE O SAQUE PADRAO
      *DE 100.
       01  WRK-VALOR-SAQUE  PICTURE S9(7)V99  VALUE 100.
       01  WRK-OPER-DEBITO  PICTURE X(1)      VALUE "S".
       01  WRK-ROTULO-DEBITO PICTURE X(30)    VALUE SPACES.
       01  WRK-MOTIVO-RECUSA PICTURE X(30)    VALUE SPACES.
      *CONTA CREDITADA NA TRANSFERENCIA E NA CONVERSAO, E O VALOR
      *CREDITADO NA MOEDA DELA.
       01  WRK-CONTA-DESTINO PICTURE 9(6)     VALUE ZEROS.
       01  WRK-MOEDA-DESTINO PICTURE X(3)     VALUE SPACES.
       01  WRK-SALDO-DESTINO PICTURE S9(7)V99 VALUE ZEROS.
       01  WRK-VALOR-CREDITO PICTURE S9(7)V99 VALUE ZEROS.
       01  WRK-TAXA-CAMBIO   PICTURE 9(3)V9(4) VALUE ZEROS.
      *NIVEL DO OPERADOR DA SESSAO E O LIMITE DA ALCADA DELE PARA O
      *DEBITO ESCOLHIDO.
       01  WRK-NIVEL            PICTURE 9(1)    VALUE 1.
       01  WRK-LIMITE-ALCADA    PICTURE 9(7)V99 VALUE ZEROS.
       01  WRK-LIMITE-ALCADA-DP PICTURE Z.ZZZ.ZZZ.Z99,99.
      *LIMITE DO CHEQUE ESPECIAL DA CONTA: O SAQUE PODE LEVAR O
      *SALDO ATE -LIMITE.
       01  WRK-LIMITE       PICTURE S9(7)V99  VALUE ZEROS.
       01  WRK-LOG-VALOR       PICTURE S9(7)V99  VALUE ZEROS.
       01  WRK-LOG-SALDO-ANTES PICTURE S9(7)V99  VALUE ZEROS.
       01  WRK-LOG-SALDO-DEPOIS PICTURE S9(7)V99 VALUE ZEROS.
       01  WRK-LOG-CONTA-REF   PICTURE 9(6)      VALUE ZEROS.
      *OPERADOR DA SESSAO: VEM DO OPERSESSAO.DAT GRAVADO NO SIGN-ON
      *DO MENUPRINCIPAL; SEM SESSAO (RODADA DIRETA NO LOTE) FICA O
      *ID RESERVADO "BATCH".
       01  WS-STATUS-BLOQUEIOS  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-JANELA     PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-FILA       PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-ALCADA     PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-RETIDO     PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CAMBIO     PICTURE X(2) VALUE SPACES.
       01  WS-FIM-ALCADA        PICTURE X VALUE "N".
           88  FIM-ALCADA                  VALUE "S".
      *SO HA ALCADA PARA OPERADOR LOGADO: A RODADA DO LOTE (SEM
      *SESSAO, ID "BATCH") NAO E CAIXA E NAO RETEM NADA.
       01  WS-COM-SESSAO        PICTURE X VALUE "N".
           88  COM-SESSAO                  VALUE "S".
       01  WS-DESTINO-OK        PICTURE X VALUE "S".
           88  DESTINO-OK                  VALUE "S".
       01  WS-SITUACAO-DEBITO   PICTURE X VALUE "E".
           88  DEBITO-EFETUADO             VALUE "E".
           88  DEBITO-RETIDO               VALUE "P".
           88  DEBITO-RECUSADO             VALUE "R".
       01  WS-JANELA-ABERTA     PICTURE X VALUE "N".
           88  JANELA-ABERTA               VALUE "S".
       01  WS-FIM-BLOQUEIOS PICTURE X VALUE "N".
           88  SALDO-INSUFICIENTE           VALUE "N".
       01  WS-CONTA-OPERAVEL PICTURE X VALUE "S".
           88  CONTA-OPERAVEL               VALUE "S".
       01  WS-EXTRATO-NOVO    PICTURE X VALUE "N".
           88  EXTRATO-NOVO                 VALUE "S".

           MOVE "D" TO FL-OPERACAO.
           MOVE 300 TO FL-VALOR.
           PERFORM 5100-GRAVAR-NA-FILA.
      *O SAQUE PADRAO TAMBEM RESPEITA A ALCADA: A FILA VAI DIRETO
      *PARA O LOTE, SEM APROVACAO, ENTAO ACIMA DO LIMITE DO CAIXA ELE
      *NAO ESTACIONA - E DIGITADO COM O LOTE ENCERRADO E FICA RETIDO
      *PARA O SUPERVISOR.
           MOVE "S" TO WRK-OPER-DEBITO.
           MOVE 100 TO WRK-VALOR-SAQUE.
           PERFORM 2470-OBTER-ALCADA.
           IF COM-SESSAO AND WRK-VALOR-SAQUE > WRK-LIMITE-ALCADA
               DISPLAY "SAQUE ACIMA DA ALCADA DO OPERADOR - NAO "
                   "ESTACIONADO. DIGITE-O COM O LOTE ENCERRADO PARA "
                   "APROVACAO DO SUPERVISOR."
           ELSE
               MOVE "S" TO FL-OPERACAO
               MOVE 100 TO FL-VALOR
               PERFORM 5100-GRAVAR-NA-FILA
           END-IF.
           CLOSE FILA-MOVTO.
           DISPLAY "MOVIMENTO DA CONTA " WRK-CONTA " ESTACIONADO "
               "NA FILA PELO OPERADOR " WRK-OPERADOR ".".

       1100-LER-OPERADOR-SESSAO.
           MOVE "BATCH" TO WRK-OPERADOR.
           MOVE 1       TO WRK-NIVEL.
           MOVE "N"     TO WS-COM-SESSAO.
           OPEN INPUT SESSAO.
           IF WS-STATUS-SESSAO NOT = "35"
               READ SESSAO
                   NOT AT END
                       IF SS-OPERADOR NOT = SPACES
                           MOVE SS-OPERADOR TO WRK-OPERADOR
                           SET COM-SESSAO TO TRUE
                           IF SS-NIVEL NUMERIC
                               MOVE SS-NIVEL TO WRK-NIVEL
                           END-IF
                       END-IF
               END-READ
               CLOSE SESSAO
           PERFORM 2600-CALCULAR-BLOQUEADO.
           MOVE WRK-SALDO TO WRK-SALDO-ABERTURA.
           MOVE "S" TO WS-CONTA-OPERAVEL.
           MOVE "E" TO WS-SITUACAO-DEBITO.
           MOVE ZEROS TO WRK-LOG-CONTA-REF.
      *CONTA ENCERRADA NAO MOVIMENTA NADA; CONTA BLOQUEADA ACEITA O
      *DEPOSITO MAS RECUSA O SAQUE. AS RECUSAS FICAM NO LOGMOVTO
      *COMO OPERACAO "R".
           ELSE
               PERFORM 2500-EXECUTAR-MOVIMENTOS
               PERFORM 2900-GRAVAR-CONTA
               IF DEBITO-EFETUADO AND WRK-OPER-DEBITO NOT = "S"
                   PERFORM 2800-CREDITAR-DESTINO
               END-IF
           END-IF.

       2500-EXECUTAR-MOVIMENTOS.
           MOVE WRK-SALDO          TO WRK-LOG-SALDO-DEPOIS.
           PERFORM 2950-REGISTRAR-LOG.

           PERFORM 2450-ESCOLHER-DEBITO.
           PERFORM 2400-VERIFICAR-SALDO.
      *DORMENTE SEGUE A MESMA SORTE DA BLOQUEADA NO DEBITO: O
      *DEPOSITO ENTRA, O DEBITO NAO - A REATIVACAO E ACAO DO
      *OPERADOR NO MANUTENCAOSTATUS. DEBITO VALIDO ACIMA DA ALCADA
      *DO CAIXA NAO MEXE NO SALDO: FICA RETIDO PARA O SUPERVISOR.
           EVALUATE TRUE
               WHEN CONTA-ENCONTRADA AND (CM-BLOQUEADA OR CM-DORMENTE)
                   SET DEBITO-RECUSADO TO TRUE
                   MOVE "CONTA BLOQUEADA" TO WRK-MOTIVO-RECUSA
                   DISPLAY "CONTA " WRK-CONTA " COM STATUS " CM-STATUS
                       " - DEBITO NAO REALIZADO"
               WHEN NOT DESTINO-OK
                   SET DEBITO-RECUSADO TO TRUE
                   DISPLAY WRK-MOTIVO-RECUSA " - DEBITO NAO "
                       "REALIZADO."
               WHEN SALDO-INSUFICIENTE
                   SET DEBITO-RECUSADO TO TRUE
                   IF BARRADO-BLOQUEIO
                       MOVE "VALOR BLOQUEADO JUDICIALMENTE"
                           TO WRK-MOTIVO-RECUSA
                       DISPLAY "VALOR BLOQUEADO JUDICIALMENTE - "
                           "DEBITO NAO REALIZADO."
                   ELSE
                       MOVE "SALDO INSUFICIENTE" TO WRK-MOTIVO-RECUSA
                       DISPLAY "SALDO INSUFICIENTE PARA O DEBITO DE "
                           WRK-VALOR-SAQUE ". DEBITO NAO REALIZADO."
                   END-IF
               WHEN COM-SESSAO AND WRK-VALOR-SAQUE > WRK-LIMITE-ALCADA
                   PERFORM 2700-RETER-DEBITO
               WHEN OTHER
                   PERFORM 2550-EFETUAR-DEBITO
           END-EVALUATE.
           IF DEBITO-RECUSADO
               MOVE "R"             TO WRK-LOG-OPERACAO
               MOVE WRK-VALOR-SAQUE TO WRK-LOG-VALOR
               MOVE WRK-SALDO       TO WRK-LOG-SALDO-ANTES
               MOVE WRK-SALDO       TO WRK-LOG-SALDO-DEPOIS
               PERFORM 2950-REGISTRAR-LOG
           END-IF.

      *O CAIXA ESCOLHE O DEBITO DA SESSAO E O VALOR. SEM RESPOSTA
      *(A RODADA DO LOTE SO INFORMA A CONTA) FICA O SAQUE PADRAO DE
      *100, COMO SEMPRE FOI. CHAMADO VARIAS VEZES NA MESMA SESSAO DO
      *MENU: TUDO E REARMADO AQUI.
       2450-ESCOLHER-DEBITO.
           MOVE "S"    TO WRK-OPER-DEBITO.
           MOVE 100    TO WRK-VALOR-SAQUE.
           MOVE ZEROS  TO WRK-CONTA-DESTINO.
           MOVE ZEROS  TO WRK-VALOR-CREDITO.
           MOVE SPACES TO WRK-MOTIVO-RECUSA.
           SET DESTINO-OK TO TRUE.
           DISPLAY "DEBITO: S=SAQUE T=TRANSFERENCIA C=CONVERSAO DE "
               "MOEDA (ENTER = SAQUE PADRAO DE 100)".
           ACCEPT WRK-OPER-DEBITO.
           IF WRK-OPER-DEBITO = "T" OR WRK-OPER-DEBITO = "C"
               DISPLAY "INFORME A CONTA DESTINO"
               ACCEPT WRK-CONTA-DESTINO
           END-IF.
           IF WRK-OPER-DEBITO = "S" OR WRK-OPER-DEBITO = "T"
               OR WRK-OPER-DEBITO = "C"
               DISPLAY "INFORME O VALOR DO DEBITO (USE VIRGULA; "
                   "ENTER = 100)"
               ACCEPT WRK-VALOR-SAQUE
               IF WRK-VALOR-SAQUE NOT > ZERO
                   MOVE 100 TO WRK-VALOR-SAQUE
               END-IF
           ELSE
               MOVE "S" TO WRK-OPER-DEBITO
           END-IF.
           EVALUATE WRK-OPER-DEBITO
               WHEN "T"
                   MOVE "  TRANSFERENCIA ............: "
                       TO WRK-ROTULO-DEBITO
                   PERFORM 2460-VALIDAR-DESTINO
               WHEN "C"
                   MOVE "  CONVERSAO ................: "
                       TO WRK-ROTULO-DEBITO
                   PERFORM 2460-VALIDAR-DESTINO
               WHEN OTHER
                   MOVE "  SAQUE ....................: "
                       TO WRK-ROTULO-DEBITO
           END-EVALUATE.
           PERFORM 2470-OBTER-ALCADA.

      *TRANSFERENCIA E CONVERSAO SEGUEM AS REGRAS DO LOTE
      *(TODASOPERACOESMATEMATICAS): DESTINO CADASTRADO, DIFERENTE DA
      *ORIGEM E NAO ENCERRADO; MESMA MOEDA NA TRANSFERENCIA, MOEDAS
      *DIFERENTES E TAXA DO CAMBIO.DAT NA CONVERSAO. NO FIM A ORIGEM
      *E RELIDA, PORQUE A REGRAVACAO DELA (2900) USA A AREA DO
      *REGISTRO DO MASTER.
       2460-VALIDAR-DESTINO.
           MOVE "N" TO WS-DESTINO-OK.
           IF WRK-CONTA-DESTINO = ZEROS
               OR WRK-CONTA-DESTINO = WRK-CONTA
               MOVE "CONTA DESTINO INVALIDA" TO WRK-MOTIVO-RECUSA
           ELSE
               MOVE WRK-CONTA-DESTINO TO CM-CONTA
               READ CONTA-MASTER
                   INVALID KEY
                       MOVE "CONTA DESTINO NAO CADASTRADA"
                           TO WRK-MOTIVO-RECUSA
                   NOT INVALID KEY
                       PERFORM 2465-CONFERIR-DESTINO
               END-READ
               MOVE WRK-CONTA TO CM-CONTA
               READ CONTA-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       2465-CONFERIR-DESTINO.
           EVALUATE TRUE
               WHEN CM-ENCERRADA
                   MOVE "CONTA DESTINO ENCERRADA" TO WRK-MOTIVO-RECUSA
               WHEN WRK-OPER-DEBITO = "T"
                   AND CM-MOEDA NOT = WRK-MOEDA-CONTA
                   MOVE "MOEDAS DIFERENTES" TO WRK-MOTIVO-RECUSA
               WHEN WRK-OPER-DEBITO = "C"
                   AND CM-MOEDA = WRK-MOEDA-CONTA
                   MOVE "MOEDAS IGUAIS NA CONVERSAO"
                       TO WRK-MOTIVO-RECUSA
               WHEN OTHER
                   MOVE CM-MOEDA TO WRK-MOEDA-DESTINO
                   SET DESTINO-OK TO TRUE
           END-EVALUATE.
           IF DESTINO-OK AND WRK-OPER-DEBITO = "C"
               PERFORM 2468-LER-TAXA-CAMBIO
               IF WRK-TAXA-CAMBIO = ZERO
                   MOVE "N" TO WS-DESTINO-OK
                   MOVE "SEM TAXA DE CAMBIO" TO WRK-MOTIVO-RECUSA
               END-IF
           END-IF.

       2468-LER-TAXA-CAMBIO.
           MOVE ZERO TO WRK-TAXA-CAMBIO.
           OPEN INPUT CAMBIO.
           IF WS-STATUS-CAMBIO NOT = "35"
               READ CAMBIO
                   NOT AT END
                       IF CB-TAXA-USD NUMERIC
                           MOVE CB-TAXA-USD TO WRK-TAXA-CAMBIO
                       END-IF
               END-READ
               CLOSE CAMBIO
           END-IF.

      *LIMITE DO NIVEL DO OPERADOR PARA O DEBITO ESCOLHIDO. SEM LINHA
      *NA TABELA (OU SEM A TABELA), O CAIXA NAO TEM ALCADA NENHUMA -
      *TUDO VAI PARA O SUPERVISOR - E O SUPERVISOR NAO TEM LIMITE.
       2470-OBTER-ALCADA.
           IF WRK-NIVEL < 2
               MOVE ZEROS TO WRK-LIMITE-ALCADA
           ELSE
               MOVE 9999999,99 TO WRK-LIMITE-ALCADA
           END-IF.
           MOVE "N" TO WS-FIM-ALCADA.
           OPEN INPUT ALCADA.
           IF WS-STATUS-ALCADA = "35"
               SET FIM-ALCADA TO TRUE
           END-IF.
           PERFORM 2475-PROCURAR-ALCADA
               UNTIL FIM-ALCADA.
           IF WS-STATUS-ALCADA NOT = "35"
               CLOSE ALCADA
           END-IF.

       2475-PROCURAR-ALCADA.
           READ ALCADA
               AT END
                   SET FIM-ALCADA TO TRUE
               NOT AT END
                   IF AC-NIVEL = WRK-NIVEL
                       AND AC-OPERACAO = WRK-OPER-DEBITO
                       AND AC-LIMITE NUMERIC
                       MOVE AC-LIMITE TO WRK-LIMITE-ALCADA
                       SET FIM-ALCADA TO TRUE
                   END-IF
           END-READ.

      *NA CONVERSAO A ORIGEM E DEBITADA NA MOEDA DELA E O DESTINO
      *RECEBE O CONTRAVALOR PELA TAXA DO DIA (CAMBIO.DAT = QUANTOS
      *BRL VALE 1 USD). A PERNA DE CREDITO E LANCADA DEPOIS DA
      *ORIGEM REGRAVADA (2800).
       2550-EFETUAR-DEBITO.
           SET DEBITO-EFETUADO TO TRUE.
           MOVE WRK-SALDO TO WRK-SALDO-PRE-SAQUE.
           MOVE WRK-VALOR-SAQUE TO WRK-VALOR-A-FORMATAR.
           PERFORM 2300-FORMATAR-VALOR.
           EVALUATE WRK-OPER-DEBITO
               WHEN "T"
                   MOVE WRK-VALOR-SAQUE   TO WRK-VALOR-CREDITO
                   MOVE WRK-CONTA-DESTINO TO WRK-LOG-CONTA-REF
                   DISPLAY "TRANSFERINDO " WRK-VALOR-FORMATADO
                       " PARA A CONTA " WRK-CONTA-DESTINO
               WHEN "C"
                   IF WRK-MOEDA-CONTA = "USD"
                       COMPUTE WRK-VALOR-CREDITO ROUNDED =
                           WRK-VALOR-SAQUE * WRK-TAXA-CAMBIO
                   ELSE
                       COMPUTE WRK-VALOR-CREDITO ROUNDED =
                           WRK-VALOR-SAQUE / WRK-TAXA-CAMBIO
                   END-IF
                   MOVE WRK-CONTA-DESTINO TO WRK-LOG-CONTA-REF
                   DISPLAY "CONVERTENDO " WRK-VALOR-FORMATADO
                       " PARA A CONTA " WRK-CONTA-DESTINO
                       " A TAXA " WRK-TAXA-CAMBIO
               WHEN OTHER
                   DISPLAY "SUBTRAINDO " WRK-VALOR-FORMATADO
                       " DO SALDO!"
           END-EVALUATE.
           SUBTRACT WRK-VALOR-SAQUE FROM WRK-SALDO.
           MOVE WRK-SALDO TO WRK-VALOR-A-FORMATAR.
           PERFORM 2300-FORMATAR-VALOR.
           DISPLAY WRK-VALOR-FORMATADO.
           MOVE WRK-OPER-DEBITO     TO WRK-LOG-OPERACAO.
           MOVE WRK-VALOR-SAQUE     TO WRK-LOG-VALOR.
           MOVE WRK-SALDO-PRE-SAQUE TO WRK-LOG-SALDO-ANTES.
           MOVE WRK-SALDO           TO WRK-LOG-SALDO-DEPOIS.
           PERFORM 2950-REGISTRAR-LOG.
           MOVE ZEROS TO WRK-LOG-CONTA-REF.

      *DEBITO ACIMA DA ALCADA: VAI PARA O MOVRETIDO.DAT SEM TOCAR NO
      *SALDO NEM NO LOGMOVTO. O SUPERVISOR DECIDE NO APROVAMOVTO
      *(OPCAO 19 DO MENU); O QUE NAO FOR DECIDIDO ATE O FECHAMENTO DE
      *CAIXA DA DATA EXPIRA.
       2700-RETER-DEBITO.
           SET DEBITO-RETIDO TO TRUE.
           MOVE WRK-LIMITE-ALCADA TO WRK-LIMITE-ALCADA-DP.
           DISPLAY "VALOR ACIMA DA ALCADA DO OPERADOR " WRK-OPERADOR
               " (LIMITE " WRK-LIMITE-ALCADA-DP ") - DEBITO RETIDO "
               "PARA APROVACAO DO SUPERVISOR. SALDO NAO ALTERADO.".
           OPEN EXTEND MOV-RETIDO.
           IF WS-STATUS-RETIDO = "35"
               OPEN OUTPUT MOV-RETIDO
           END-IF.
           MOVE WRK-DATA-MOVTO    TO MR-DATA-MOVTO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO MR-DATA-HORA.
           MOVE WRK-CONTA         TO MR-CONTA.
           MOVE WRK-OPER-DEBITO   TO MR-OPERACAO.
           MOVE WRK-VALOR-SAQUE   TO MR-VALOR.
           MOVE WRK-CONTA-DESTINO TO MR-CONTA-DESTINO.
           MOVE WRK-OPERADOR      TO MR-OPERADOR.
           MOVE WRK-LIMITE-ALCADA TO MR-LIMITE.
           MOVE "P"               TO MR-SITUACAO.
           MOVE SPACES            TO MR-APROVADOR.
           MOVE ZEROS             TO MR-DATA-DECISAO.
           MOVE SPACES            TO MR-MOTIVO.
           WRITE REG-MOV-RETIDO.
           CLOSE MOV-RETIDO.

       2200-CONTA-EXISTENTE.
           MOVE CM-NOME   TO WRK-NOME.
           MOVE CM-SALDO  TO WRK-SALDO.
           MOVE WRK-DATA-MOVTO TO CM-DATA-ULT-MOVTO.
           REWRITE REG-CONTA-MASTER.

      *PERNA DE CREDITO DA TRANSFERENCIA/CONVERSAO, LANCADA DEPOIS
      *DA ORIGEM REGRAVADA: O DESTINO E RELIDO AQUI COM O SALDO
      *ATUAL E O LANCAMENTO APONTA A ORIGEM EM LG-CONTA-REF.
       2800-CREDITAR-DESTINO.
           MOVE WRK-CONTA-DESTINO TO CM-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   DISPLAY "CONTA DESTINO " WRK-CONTA-DESTINO
                       " NAO ENCONTRADA NO CREDITO"
               NOT INVALID KEY
                   MOVE CM-SALDO TO WRK-SALDO-DESTINO
                   ADD WRK-VALOR-CREDITO TO CM-SALDO
                   MOVE WRK-DATA-MOVTO TO CM-DATA-ULT-MOVTO
                   REWRITE REG-CONTA-MASTER
                   PERFORM 2850-REGISTRAR-LOG-DESTINO
           END-READ.

       2850-REGISTRAR-LOG-DESTINO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO LG-DATA-HORA.
           MOVE WRK-DATA-MOVTO TO LG-DATA-HORA (1:8).
           MOVE WRK-CONTA-DESTINO     TO LG-CONTA.
           MOVE WRK-OPER-DEBITO       TO LG-OPERACAO.
           MOVE WRK-VALOR-CREDITO     TO LG-VALOR.
           MOVE WRK-SALDO-DESTINO     TO LG-SALDO-ANTES.
           MOVE CM-SALDO              TO LG-SALDO-DEPOIS.
           MOVE "I"                   TO LG-ORIGEM.
           MOVE WRK-CONTA             TO LG-CONTA-REF.
           MOVE WRK-OPERADOR          TO LG-OPERADOR.
           MOVE CM-AGENCIA            TO LG-AGENCIA.
           MOVE "N"                   TO LG-ESTORNADO.
           MOVE SPACES                TO LG-APROVADOR.
           WRITE REG-LOG-MOVTO.

       2950-REGISTRAR-LOG.
           MOVE FUNCTION CURRENT-DATE (1:14) TO LG-DATA-HORA.
           MOVE WRK-DATA-MOVTO TO LG-DATA-HORA (1:8).
           MOVE WRK-LOG-SALDO-ANTES   TO LG-SALDO-ANTES.
           MOVE WRK-LOG-SALDO-DEPOIS  TO LG-SALDO-DEPOIS.
           MOVE "I"                  TO LG-ORIGEM.
           MOVE WRK-LOG-CONTA-REF    TO LG-CONTA-REF.
           MOVE WRK-OPERADOR         TO LG-OPERADOR.
           MOVE WRK-AGENCIA          TO LG-AGENCIA.
           MOVE "N"                  TO LG-ESTORNADO.
           MOVE SPACES               TO LG-APROVADOR.
           WRITE REG-LOG-MOVTO.

      *A PRIMEIRA SESSAO DO DIA ABRE O ARQUIVO E DATA O TITULO; AS

           MOVE WRK-VALOR-SAQUE TO WRK-VALOR-A-FORMATAR.
           PERFORM 2300-FORMATAR-VALOR.
           MOVE SPACES TO LINHA-EXTRATO.
           EVALUATE TRUE
               WHEN DEBITO-RECUSADO
                   STRING WRK-ROTULO-DEBITO "RECUSADO ("
                           DELIMITED BY SIZE
                       WRK-MOTIVO-RECUSA DELIMITED BY "  "
                       ")" DELIMITED BY SIZE
                       INTO LINHA-EXTRATO
               WHEN DEBITO-RETIDO
                   STRING WRK-ROTULO-DEBITO "RETIDO P/ APROVACAO "
                       WRK-VALOR-FORMATADO
                       DELIMITED BY SIZE INTO LINHA-EXTRATO
               WHEN WRK-OPER-DEBITO NOT = "S"
                   STRING WRK-ROTULO-DEBITO WRK-VALOR-FORMATADO
                       " P/ CONTA " WRK-CONTA-DESTINO
                       DELIMITED BY SIZE INTO LINHA-EXTRATO
               WHEN OTHER
                   STRING WRK-ROTULO-DEBITO WRK-VALOR-FORMATADO
                       DELIMITED BY SIZE INTO LINHA-EXTRATO
           END-EVALUATE.
           WRITE LINHA-EXTRATO.

           MOVE WRK-SALDO TO WRK-VALOR-A-FORMATAR.
           PERFORM 2300-FORMATAR-VALOR.
