       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. APROVAMOVTO.
       AUTHOR. NAPOLEAO.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT MOV-RETIDO  ASSIGN TO "MOVRETIDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETIDO.
           SELECT RETIDO-NOVO  ASSIGN TO "RETNOVO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RET-NOVO.
           SELECT CONTA-MASTER  ASSIGN TO "CONTAMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-STATUS-CONTA.
           SELECT LOG-MOVTO  ASSIGN TO "LOGMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.
           SELECT SESSAO  ASSIGN TO "OPERSESSAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
      *ALCADA DO PROPRIO APROVADOR: O SUPERVISOR SO LIBERA O QUE
      *CABE NO LIMITE DO NIVEL DELE.
           SELECT ALCADA  ASSIGN TO "ALCADA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALCADA.
      *NA APROVACAO O DEBITO E CRITICADO DE NOVO COMO NO BALCAO:
      *BLOQUEIOS JUDICIAIS VIGENTES SAEM DO DISPONIVEL E A CONVERSAO
      *USA A TAXA DO DIA.
           SELECT BLOQUEIOS  ASSIGN TO "BLOQUEIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BLOQUEIOS.
           SELECT CAMBIO  ASSIGN TO "CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAMBIO.
      *CARTAO DE JANELA DE LOTE: COM ELE PRESENTE O CONTA-MASTER E
      *DO LOTE - A APROVACAO ABRE O MASTER EM I-O, ENTAO NAO PODE
      *RODAR NO MEIO DA CADEIA (MESMA REGRA DO SOMAESUBTRACAO).
           SELECT JANELA-LOTE  ASSIGN TO "JANELALOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JANELA.
       DATA                            DIVISION.
       FILE SECTION.
       FD  MOV-RETIDO.
           COPY MOVRETIDO.
       FD  RETIDO-NOVO.
       01  REG-RETIDO-NOVO     PICTURE X(114).
       FD  CONTA-MASTER.
           COPY CONTACLI.
       FD  LOG-MOVTO.
           COPY LOGMOVTO.
       FD  SESSAO.
       01  REG-SESSAO.
           05  SS-OPERADOR      PICTURE X(8).
           05  SS-NIVEL         PICTURE 9(1).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       FD  ALCADA.
           COPY ALCADA.
       FD  BLOQUEIOS.
           COPY BLOQUEIO.
       FD  CAMBIO.
       01  REG-CAMBIO.
           05  CB-DATA-TAXA        PICTURE 9(8).
           05  CB-TAXA-USD         PICTURE 9(3)V9(4).
       FD  JANELA-LOTE.
       01  REG-JANELA-LOTE.
           05  JN-DATA          PICTURE 9(8).
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E O LADO CHECKER DA ALCADA DE BALCAO: MOSTRA AO
      *SUPERVISOR CADA SAQUE, TRANSFERENCIA OU CONVERSAO RETIDO NO
      *MOVRETIDO.DAT POR ESTAR ACIMA DO LIMITE DO CAIXA, E SO A
      *APROVACAO LANCA O DEBITO NO CONTAMASTER.DAT - COM A CRITICA
      *REFEITA NA HORA (O SALDO PODE TER MUDADO DESDE A DIGITACAO) E
      *COM O CAIXA EM LG-OPERADOR E O SUPERVISOR EM LG-APROVADOR NO
      *LOGMOVTO. O REJEITADO SAI NO LOG COMO RECUSA ("R"); O PULADO
      *CONTINUA PENDENTE ATE O FECHAMENTO DE CAIXA, QUE O EXPIRA. O
      *CAIXA NAO APROVA O PROPRIO DEBITO E O APROVADOR SO LIBERA O
      *QUE CABE NA ALCADA DELE. O MENUPRINCIPAL SO DESPACHA PARA CA
      *OPERADOR DE NIVEL SUPERVISOR.
       01  WRK-OPERADOR     PICTURE X(8) VALUE "BATCH".
       01  WRK-NIVEL        PICTURE 9(1) VALUE 1.
       01  WRK-DECISAO      PICTURE X(1) VALUE SPACE.
       01  WRK-MOTIVO       PICTURE X(30) VALUE SPACES.
       01  WRK-DATA-MOVTO   PICTURE 9(8) VALUE ZERO.
       01  WRK-QTD-PENDENTES PICTURE 9(4) VALUE ZERO.
       01  WRK-QTD-APROVADOS PICTURE 9(4) VALUE ZERO.
       01  WRK-QTD-REJEITADOS PICTURE 9(4) VALUE ZERO.
       01  WRK-QTD-MANTIDOS  PICTURE 9(4) VALUE ZERO.
       01  WRK-VALOR-DP     PICTURE Z.ZZZ.ZZZ.Z99,99CR.
       01  WRK-LIMITE-ALCADA PICTURE 9(7)V99 VALUE ZEROS.
       01  WRK-EXCESSO      PICTURE S9(7)V99 VALUE ZEROS.
       01  WRK-NOME-OPERACAO PICTURE X(13) VALUE SPACES.
      *DADOS DA ORIGEM E DO DESTINO GUARDADOS NA CRITICA, ANTES DA
      *RELEITURA DA ORIGEM PARA A REGRAVACAO.
       01  WRK-SALDO        PICTURE S9(7)V99 VALUE ZEROS.
       01  WRK-SALDO-ANTES  PICTURE S9(7)V99 VALUE ZEROS.
       01  WRK-LIMITE       PICTURE S9(7)V99 VALUE ZEROS.
       01  WRK-MOEDA-CONTA  PICTURE X(3) VALUE SPACES.
       01  WRK-AGENCIA      PICTURE 9(3) VALUE ZEROS.
       01  WRK-BLOQUEADO    PICTURE 9(9)V99 VALUE ZEROS.
       01  WRK-VALOR-CREDITO PICTURE S9(7)V99 VALUE ZEROS.
       01  WRK-TAXA-CAMBIO  PICTURE 9(3)V9(4) VALUE ZEROS.
       01  WRK-LOG-CONTA        PICTURE 9(6)      VALUE ZEROS.
       01  WRK-LOG-OPERACAO     PICTURE X(1)      VALUE SPACES.
       01  WRK-LOG-VALOR        PICTURE S9(7)V99  VALUE ZEROS.
       01  WRK-LOG-SALDO-ANTES  PICTURE S9(7)V99  VALUE ZEROS.
       01  WRK-LOG-SALDO-DEPOIS PICTURE S9(7)V99  VALUE ZEROS.
       01  WRK-LOG-CONTA-REF    PICTURE 9(6)      VALUE ZEROS.
       01  WRK-LOG-AGENCIA      PICTURE 9(3)      VALUE ZEROS.
       01  WS-STATUS-RETIDO    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-RET-NOVO  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CONTA     PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-LOG       PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-SESSAO    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-ALCADA    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-BLOQUEIOS PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CAMBIO    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-JANELA    PICTURE X(2) VALUE SPACES.
       01  WS-JANELA-ABERTA    PICTURE X    VALUE "N".
           88  JANELA-ABERTA                 VALUE "S".
       01  WS-FIM-RETIDOS   PICTURE X    VALUE "N".
           88  FIM-RETIDOS                VALUE "S".
       01  WS-FIM-RET-NOVO  PICTURE X    VALUE "N".
           88  FIM-RET-NOVO               VALUE "S".
       01  WS-SEM-RETIDOS   PICTURE X    VALUE "N".
           88  SEM-RETIDOS                VALUE "S".
       01  WS-FIM-ALCADA    PICTURE X    VALUE "N".
           88  FIM-ALCADA                 VALUE "S".
       01  WS-FIM-BLOQUEIOS PICTURE X    VALUE "N".
           88  FIM-BLOQUEIOS              VALUE "S".
       01  WS-CRITICA-OK    PICTURE X    VALUE "N".
           88  CRITICA-OK                 VALUE "S".

       PROCEDURE                       DIVISION.
      *CHAMADO VARIAS VEZES NA MESMA SESSAO DO MENU: OS INDICADORES
      *SAO REARMADOS AQUI.
       0000-PRINCIPAL.
           MOVE "N"  TO WS-FIM-RETIDOS WS-FIM-RET-NOVO.
           MOVE "N"  TO WS-SEM-RETIDOS.
           MOVE ZERO TO WRK-QTD-PENDENTES WRK-QTD-APROVADOS.
           MOVE ZERO TO WRK-QTD-REJEITADOS WRK-QTD-MANTIDOS.
           MOVE "N" TO WS-JANELA-ABERTA.
           PERFORM 0100-LER-SESSAO.
           PERFORM 0150-TESTAR-JANELA.
           EVALUATE TRUE
               WHEN JANELA-ABERTA
                   DISPLAY "LOTE NOTURNO EM CURSO - A APROVACAO "
                       "GRAVA NO MASTER, ENTAO SO PODE RODAR COM A "
                       "JANELA DE LOTE FECHADA."
               WHEN WRK-NIVEL < 2
                   DISPLAY "APROVACAO DE DEBITOS RETIDOS RESTRITA AO "
                       "SUPERVISOR."
               WHEN OTHER
                   PERFORM 1000-ABRIR-ARQUIVOS
                   PERFORM 2000-TRATAR-RETIDO
                       UNTIL FIM-RETIDOS
                   PERFORM 8000-REGRAVAR-RETIDOS
                   PERFORM 9000-ENCERRAR
           END-EVALUATE.
           GOBACK.

       0150-TESTAR-JANELA.
           OPEN INPUT JANELA-LOTE.
           IF WS-STATUS-JANELA NOT = "35"
               SET JANELA-ABERTA TO TRUE
               CLOSE JANELA-LOTE
           END-IF.

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

       1000-ABRIR-ARQUIVOS.
           PERFORM 1050-LER-DATA-MOVTO.
           OPEN INPUT MOV-RETIDO.
           IF WS-STATUS-RETIDO = "35"
               DISPLAY "NENHUM DEBITO RETIDO AGUARDANDO APROVACAO."
               SET FIM-RETIDOS TO TRUE
               SET SEM-RETIDOS TO TRUE
           ELSE
               OPEN OUTPUT RETIDO-NOVO
               OPEN I-O CONTA-MASTER
               IF WS-STATUS-CONTA = "35"
                   OPEN OUTPUT CONTA-MASTER
                   CLOSE CONTA-MASTER
                   OPEN I-O CONTA-MASTER
               END-IF
               IF WS-STATUS-CONTA = "39"
                   DISPLAY "CONTAMASTER.DAT COM LAYOUT ANTIGO - RODE "
                       "O MIGRALAYOUT ANTES DE CONTINUAR"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN EXTEND LOG-MOVTO
               IF WS-STATUS-LOG = "35"
                   OPEN OUTPUT LOG-MOVTO
               END-IF
               PERFORM 2900-LER-RETIDO
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

      *SO O PENDENTE DA DATA-MOVIMENTO VAI PARA A DECISAO; O QUE JA
      *FOI DECIDIDO, OU FICOU DE UMA DATA ANTERIOR SEM FECHAMENTO DE
      *CAIXA (QUE O EXPIRA), PASSA ADIANTE COMO ESTA.
       2000-TRATAR-RETIDO.
           IF MR-PENDENTE AND MR-DATA-MOVTO = WRK-DATA-MOVTO
               PERFORM 2050-DECIDIR-RETIDO
           END-IF.
           WRITE REG-RETIDO-NOVO FROM REG-MOV-RETIDO.
           PERFORM 2900-LER-RETIDO.

       2050-DECIDIR-RETIDO.
           ADD 1 TO WRK-QTD-PENDENTES.
           PERFORM 2100-EXIBIR-RETIDO.
           PERFORM 2300-OBTER-ALCADA.
           EVALUATE TRUE
               WHEN MR-OPERADOR = WRK-OPERADOR
                   ADD 1 TO WRK-QTD-MANTIDOS
                   DISPLAY "O CAIXA NAO APROVA O PROPRIO DEBITO - "
                       "MANTIDO PENDENTE PARA OUTRO SUPERVISOR."
               WHEN MR-VALOR > WRK-LIMITE-ALCADA
                   ADD 1 TO WRK-QTD-MANTIDOS
                   DISPLAY "VALOR ACIMA DA ALCADA DO APROVADOR "
                       WRK-OPERADOR " - MANTIDO PENDENTE."
               WHEN OTHER
                   PERFORM 2200-ACEITAR-DECISAO
                   EVALUATE WRK-DECISAO
                       WHEN "A"
                           PERFORM 3000-APROVAR-RETIDO
                       WHEN "R"
                           PERFORM 4000-REJEITAR-RETIDO
                       WHEN OTHER
                           ADD 1 TO WRK-QTD-MANTIDOS
                           DISPLAY "DEBITO MANTIDO PENDENTE."
                   END-EVALUATE
           END-EVALUATE.

      *O SUPERVISOR VE O QUE O CAIXA DIGITOU, O LIMITE DA ALCADA DO
      *CAIXA E QUANTO O DEBITO PASSOU DELE.
       2100-EXIBIR-RETIDO.
           EVALUATE MR-OPERACAO
               WHEN "T"
                   MOVE "TRANSFERENCIA" TO WRK-NOME-OPERACAO
               WHEN "C"
                   MOVE "CONVERSAO"     TO WRK-NOME-OPERACAO
               WHEN OTHER
                   MOVE "SAQUE"         TO WRK-NOME-OPERACAO
           END-EVALUATE.
           DISPLAY " ".
           DISPLAY "DEBITO RETIDO POR ALCADA".
           DISPLAY "OPERACAO ....: " WRK-NOME-OPERACAO.
           DISPLAY "CONTA .......: " MR-CONTA.
           IF MR-OPERACAO = "T" OR MR-OPERACAO = "C"
               DISPLAY "CONTA DESTINO: " MR-CONTA-DESTINO
           END-IF.
           MOVE MR-VALOR TO WRK-VALOR-DP.
           DISPLAY "VALOR .......: " WRK-VALOR-DP.
           MOVE MR-LIMITE TO WRK-VALOR-DP.
           DISPLAY "ALCADA CAIXA : " WRK-VALOR-DP.
           COMPUTE WRK-EXCESSO = MR-VALOR - MR-LIMITE.
           MOVE WRK-EXCESSO TO WRK-VALOR-DP.
           DISPLAY "EXCESSO .....: " WRK-VALOR-DP.
           DISPLAY "DIGITADO EM .: " MR-DATA-HORA " POR " MR-OPERADOR.

       2200-ACEITAR-DECISAO.
           MOVE SPACE TO WRK-DECISAO.
           DISPLAY "A=APROVAR R=REJEITAR P=PULAR (DECIDIR DEPOIS)".
           ACCEPT WRK-DECISAO.

      *LIMITE DO NIVEL DO APROVADOR PARA A OPERACAO RETIDA. SEM
      *LINHA NA TABELA O SUPERVISOR NAO TEM LIMITE (MESMA REGRA DO
      *SOMAESUBTRACAO).
       2300-OBTER-ALCADA.
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
           PERFORM 2350-PROCURAR-ALCADA
               UNTIL FIM-ALCADA.
           IF WS-STATUS-ALCADA NOT = "35"
               CLOSE ALCADA
           END-IF.

       2350-PROCURAR-ALCADA.
           READ ALCADA
               AT END
                   SET FIM-ALCADA TO TRUE
               NOT AT END
                   IF AC-NIVEL = WRK-NIVEL
                       AND AC-OPERACAO = MR-OPERACAO
                       AND AC-LIMITE NUMERIC
                       MOVE AC-LIMITE TO WRK-LIMITE-ALCADA
                       SET FIM-ALCADA TO TRUE
                   END-IF
           END-READ.

       2900-LER-RETIDO.
           READ MOV-RETIDO
               AT END
                   SET FIM-RETIDOS TO TRUE
           END-READ.

      *A APROVACAO REFAZ A CRITICA DO BALCAO ANTES DE LANCAR: A
      *CONTA PODE TER SIDO BLOQUEADA OU ENCERRADA, O SALDO PODE TER
      *MUDADO E O DESTINO TAMBEM. DEBITO QUE NAO PASSA MAIS VIRA
      *REJEICAO COM O MOTIVO. O DEBITO SAI NO LOGMOVTO COM O CAIXA
      *E O APROVADOR; NA TRANSFERENCIA/CONVERSAO A PERNA DE CREDITO
      *E LANCADA DEPOIS DA ORIGEM REGRAVADA.
       3000-APROVAR-RETIDO.
           MOVE "N"    TO WS-CRITICA-OK.
           MOVE SPACES TO WRK-MOTIVO.
           PERFORM 3100-CRITICAR-ORIGEM.
           IF CRITICA-OK
               AND (MR-OPERACAO = "T" OR MR-OPERACAO = "C")
               PERFORM 3200-CRITICAR-DESTINO
           END-IF.
           IF CRITICA-OK
               PERFORM 3300-DEBITAR-ORIGEM
               IF MR-OPERACAO = "T" OR MR-OPERACAO = "C"
                   PERFORM 3400-CREDITAR-DESTINO
               END-IF
               MOVE "A"          TO MR-SITUACAO
               MOVE WRK-OPERADOR TO MR-APROVADOR
               MOVE FUNCTION CURRENT-DATE (1:14) TO MR-DATA-DECISAO
               MOVE WRK-DATA-MOVTO TO MR-DATA-DECISAO (1:8)
               ADD 1 TO WRK-QTD-APROVADOS
               DISPLAY "DEBITO DA CONTA " MR-CONTA " APROVADO E "
                   "LANCADO PELO SUPERVISOR " WRK-OPERADOR "."
           ELSE
               DISPLAY "DEBITO NAO PASSA MAIS NA CRITICA: "
                   WRK-MOTIVO
               PERFORM 4100-GRAVAR-REJEICAO
           END-IF.

      *MESMAS REGRAS DO BALCAO: ENCERRADA NAO MOVIMENTA, BLOQUEADA
      *E DORMENTE NAO DEBITAM, E O DISPONIVEL E SALDO + LIMITE DO
      *CHEQUE ESPECIAL - BLOQUEIOS JUDICIAIS VIGENTES.
       3100-CRITICAR-ORIGEM.
           MOVE MR-CONTA TO CM-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   MOVE "CONTA NAO CADASTRADA" TO WRK-MOTIVO
               NOT INVALID KEY
                   MOVE CM-SALDO   TO WRK-SALDO
                   MOVE CM-LIMITE  TO WRK-LIMITE
                   MOVE CM-MOEDA   TO WRK-MOEDA-CONTA
                   MOVE CM-AGENCIA TO WRK-AGENCIA
                   PERFORM 3150-CALCULAR-BLOQUEADO
                   EVALUATE TRUE
                       WHEN CM-ENCERRADA
                           MOVE "CONTA ENCERRADA" TO WRK-MOTIVO
                       WHEN CM-BLOQUEADA OR CM-DORMENTE
                           MOVE "CONTA BLOQUEADA" TO WRK-MOTIVO
                       WHEN WRK-SALDO + WRK-LIMITE - WRK-BLOQUEADO
                           < MR-VALOR
                           IF WRK-SALDO + WRK-LIMITE >= MR-VALOR
                               MOVE "VALOR BLOQUEADO JUDICIALMENTE"
                                   TO WRK-MOTIVO
                           ELSE
                               MOVE "SALDO INSUFICIENTE"
                                   TO WRK-MOTIVO
                           END-IF
                       WHEN OTHER
                           SET CRITICA-OK TO TRUE
                   END-EVALUATE
           END-READ.

      *SOMA OS BLOQUEIOS VIGENTES DA CONTA NA DATA-MOVIMENTO (FIM
      *ZERADO = SEM PRAZO). SEM BLOQUEIOS.DAT, NADA BLOQUEADO.
       3150-CALCULAR-BLOQUEADO.
           MOVE ZEROS TO WRK-BLOQUEADO.
           MOVE "N"   TO WS-FIM-BLOQUEIOS.
           OPEN INPUT BLOQUEIOS.
           IF WS-STATUS-BLOQUEIOS = "35"
               SET FIM-BLOQUEIOS TO TRUE
           END-IF.
           PERFORM 3160-SOMAR-BLOQUEIO
               UNTIL FIM-BLOQUEIOS.
           IF WS-STATUS-BLOQUEIOS NOT = "35"
               CLOSE BLOQUEIOS
           END-IF.

       3160-SOMAR-BLOQUEIO.
           READ BLOQUEIOS
               AT END
                   SET FIM-BLOQUEIOS TO TRUE
               NOT AT END
                   IF BQ-CONTA = MR-CONTA
                       AND BQ-DATA-INICIO <= WRK-DATA-MOVTO
                       AND (BQ-DATA-FIM = ZEROS
                           OR BQ-DATA-FIM >= WRK-DATA-MOVTO)
                       ADD BQ-VALOR TO WRK-BLOQUEADO
                   END-IF
           END-READ.

      *DESTINO CADASTRADO, DIFERENTE DA ORIGEM E NAO ENCERRADO; MESMA
      *MOEDA NA TRANSFERENCIA, MOEDAS DIFERENTES E TAXA DO DIA NA
      *CONVERSAO.
       3200-CRITICAR-DESTINO.
           MOVE "N" TO WS-CRITICA-OK.
           IF MR-CONTA-DESTINO = ZEROS OR MR-CONTA-DESTINO = MR-CONTA
               MOVE "CONTA DESTINO INVALIDA" TO WRK-MOTIVO
           ELSE
               MOVE MR-CONTA-DESTINO TO CM-CONTA
               READ CONTA-MASTER
                   INVALID KEY
                       MOVE "CONTA DESTINO NAO CADASTRADA"
                           TO WRK-MOTIVO
                   NOT INVALID KEY
                       PERFORM 3250-CONFERIR-DESTINO
               END-READ
           END-IF.

       3250-CONFERIR-DESTINO.
           EVALUATE TRUE
               WHEN CM-ENCERRADA
                   MOVE "CONTA DESTINO ENCERRADA" TO WRK-MOTIVO
               WHEN MR-OPERACAO = "T" AND CM-MOEDA NOT = WRK-MOEDA-CONTA
                   MOVE "MOEDAS DIFERENTES" TO WRK-MOTIVO
               WHEN MR-OPERACAO = "C" AND CM-MOEDA = WRK-MOEDA-CONTA
                   MOVE "MOEDAS IGUAIS NA CONVERSAO" TO WRK-MOTIVO
               WHEN OTHER
                   SET CRITICA-OK TO TRUE
           END-EVALUATE.
           IF CRITICA-OK AND MR-OPERACAO = "C"
               PERFORM 3270-LER-TAXA-CAMBIO
               IF WRK-TAXA-CAMBIO = ZERO
                   MOVE "N" TO WS-CRITICA-OK
                   MOVE "SEM TAXA DE CAMBIO" TO WRK-MOTIVO
               END-IF
           END-IF.

       3270-LER-TAXA-CAMBIO.
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

      *A ORIGEM E RELIDA (A CRITICA DO DESTINO USOU A AREA DO
      *REGISTRO) E DEBITADA NA MOEDA DELA.
       3300-DEBITAR-ORIGEM.
           MOVE MR-CONTA TO CM-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE CM-SALDO TO WRK-SALDO-ANTES.
           SUBTRACT MR-VALOR FROM CM-SALDO.
           MOVE WRK-DATA-MOVTO TO CM-DATA-ULT-MOVTO.
           REWRITE REG-CONTA-MASTER.
           MOVE MR-CONTA         TO WRK-LOG-CONTA.
           MOVE MR-OPERACAO      TO WRK-LOG-OPERACAO.
           MOVE MR-VALOR         TO WRK-LOG-VALOR.
           MOVE WRK-SALDO-ANTES  TO WRK-LOG-SALDO-ANTES.
           MOVE CM-SALDO         TO WRK-LOG-SALDO-DEPOIS.
           MOVE MR-CONTA-DESTINO TO WRK-LOG-CONTA-REF.
           MOVE CM-AGENCIA       TO WRK-LOG-AGENCIA.
           PERFORM 3900-REGISTRAR-LOG.

      *NA CONVERSAO O DESTINO RECEBE O CONTRAVALOR PELA TAXA DO DIA
      *(CAMBIO.DAT = QUANTOS BRL VALE 1 USD).
       3400-CREDITAR-DESTINO.
           IF MR-OPERACAO = "C"
               IF WRK-MOEDA-CONTA = "USD"
                   COMPUTE WRK-VALOR-CREDITO ROUNDED =
                       MR-VALOR * WRK-TAXA-CAMBIO
               ELSE
                   COMPUTE WRK-VALOR-CREDITO ROUNDED =
                       MR-VALOR / WRK-TAXA-CAMBIO
               END-IF
           ELSE
               MOVE MR-VALOR TO WRK-VALOR-CREDITO
           END-IF.
           MOVE MR-CONTA-DESTINO TO CM-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   DISPLAY "CONTA DESTINO " MR-CONTA-DESTINO
                       " NAO ENCONTRADA NO CREDITO"
               NOT INVALID KEY
                   MOVE CM-SALDO TO WRK-SALDO-ANTES
                   ADD WRK-VALOR-CREDITO TO CM-SALDO
                   MOVE WRK-DATA-MOVTO TO CM-DATA-ULT-MOVTO
                   REWRITE REG-CONTA-MASTER
                   MOVE MR-CONTA-DESTINO  TO WRK-LOG-CONTA
                   MOVE MR-OPERACAO       TO WRK-LOG-OPERACAO
                   MOVE WRK-VALOR-CREDITO TO WRK-LOG-VALOR
                   MOVE WRK-SALDO-ANTES   TO WRK-LOG-SALDO-ANTES
                   MOVE CM-SALDO          TO WRK-LOG-SALDO-DEPOIS
                   MOVE MR-CONTA          TO WRK-LOG-CONTA-REF
                   MOVE CM-AGENCIA        TO WRK-LOG-AGENCIA
                   PERFORM 3900-REGISTRAR-LOG
           END-READ.

      *O LANCAMENTO APROVADO E DO CAIXA (E ELE QUEM ENTREGA O
      *DINHEIRO, ENTAO ENTRA NO FECHAMENTO DA GAVETA DELE) E LEVA O
      *SUPERVISOR EM LG-APROVADOR.
       3900-REGISTRAR-LOG.
           MOVE FUNCTION CURRENT-DATE (1:14) TO LG-DATA-HORA.
           MOVE WRK-DATA-MOVTO TO LG-DATA-HORA (1:8).
           MOVE WRK-LOG-CONTA         TO LG-CONTA.
           MOVE WRK-LOG-OPERACAO      TO LG-OPERACAO.
           MOVE WRK-LOG-VALOR         TO LG-VALOR.
           MOVE WRK-LOG-SALDO-ANTES   TO LG-SALDO-ANTES.
           MOVE WRK-LOG-SALDO-DEPOIS  TO LG-SALDO-DEPOIS.
           MOVE "I"                   TO LG-ORIGEM.
           MOVE WRK-LOG-CONTA-REF     TO LG-CONTA-REF.
           MOVE MR-OPERADOR           TO LG-OPERADOR.
           MOVE WRK-LOG-AGENCIA       TO LG-AGENCIA.
           MOVE "N"                   TO LG-ESTORNADO.
           MOVE WRK-OPERADOR          TO LG-APROVADOR.
           WRITE REG-LOG-MOVTO.

       4000-REJEITAR-RETIDO.
           DISPLAY "INFORME O MOTIVO DA REJEICAO".
           ACCEPT WRK-MOTIVO.
           PERFORM UNTIL WRK-MOTIVO NOT = SPACES
               DISPLAY "MOTIVO OBRIGATORIO NA REJEICAO"
               ACCEPT WRK-MOTIVO
           END-PERFORM.
           PERFORM 4100-GRAVAR-REJEICAO.

      *A REJEICAO SAI NO LOGMOVTO COMO RECUSA ("R") DO CAIXA, SEM
      *MEXER NO SALDO, COM O SUPERVISOR QUE A DECIDIU - COMO A
      *RECUSA DO BALCAO.
       4100-GRAVAR-REJEICAO.
           MOVE "R"          TO MR-SITUACAO.
           MOVE WRK-OPERADOR TO MR-APROVADOR.
           MOVE FUNCTION CURRENT-DATE (1:14) TO MR-DATA-DECISAO.
           MOVE WRK-DATA-MOVTO TO MR-DATA-DECISAO (1:8).
           MOVE WRK-MOTIVO   TO MR-MOTIVO.
           ADD 1 TO WRK-QTD-REJEITADOS.
           MOVE MR-CONTA TO CM-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   MOVE ZEROS TO WRK-SALDO
                   MOVE ZEROS TO WRK-AGENCIA
               NOT INVALID KEY
                   MOVE CM-SALDO   TO WRK-SALDO
                   MOVE CM-AGENCIA TO WRK-AGENCIA
           END-READ.
           MOVE MR-CONTA    TO WRK-LOG-CONTA.
           MOVE "R"         TO WRK-LOG-OPERACAO.
           MOVE MR-VALOR    TO WRK-LOG-VALOR.
           MOVE WRK-SALDO   TO WRK-LOG-SALDO-ANTES.
           MOVE WRK-SALDO   TO WRK-LOG-SALDO-DEPOIS.
           MOVE ZEROS       TO WRK-LOG-CONTA-REF.
           MOVE WRK-AGENCIA TO WRK-LOG-AGENCIA.
           PERFORM 3900-REGISTRAR-LOG.
           DISPLAY "DEBITO DA CONTA " MR-CONTA " REJEITADO.".

      *REESCREVE O MOVRETIDO.DAT COM AS DECISOES, COPIANDO DE VOLTA O
      *ARQUIVO DE TRABALHO RETNOVO.TMP (MESMO RITO DO SUSPENSO NO
      *REPROCESSAMOVTO).
       8000-REGRAVAR-RETIDOS.
           IF NOT SEM-RETIDOS
               CLOSE MOV-RETIDO
               CLOSE RETIDO-NOVO
               OPEN OUTPUT MOV-RETIDO
               OPEN INPUT RETIDO-NOVO
               PERFORM 8900-LER-RET-NOVO
               PERFORM UNTIL FIM-RET-NOVO
                   WRITE REG-MOV-RETIDO FROM REG-RETIDO-NOVO
                   PERFORM 8900-LER-RET-NOVO
               END-PERFORM
               CLOSE MOV-RETIDO
               CLOSE RETIDO-NOVO
           END-IF.

       8900-LER-RET-NOVO.
           READ RETIDO-NOVO
               AT END
                   SET FIM-RET-NOVO TO TRUE
           END-READ.

       9000-ENCERRAR.
           IF NOT SEM-RETIDOS
               CLOSE CONTA-MASTER
               CLOSE LOG-MOVTO
           END-IF.
           DISPLAY "APROVAMOVTO: " WRK-QTD-APROVADOS " APROVADO(S), "
               WRK-QTD-REJEITADOS " REJEITADO(S), "
               WRK-QTD-MANTIDOS " PENDENTE(S).".
