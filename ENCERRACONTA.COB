       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. ENCERRACONTA.
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
           SELECT LOG-MOVTO  ASSIGN TO "LOGMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.
      *IMPEDIMENTOS DO ENCERRAMENTO: BLOQUEIO JUDICIAL, ALUNO QUE
      *TEM A CONTA COMO RESPONSAVEL, EMPRESTIMO EM ABERTO E CDB
      *ATIVO - SO LEITURA.
           SELECT BLOQUEIOS  ASSIGN TO "BLOQUEIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BLOQUEIOS.
           SELECT ALUNOS  ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WS-STATUS-ALUNOS.
           SELECT EMPRESTIMOS  ASSIGN TO "EMPRESTIMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CONTRATO
               FILE STATUS IS WS-STATUS-EMPRESTIMO.
           SELECT APLICACOES  ASSIGN TO "APLICCDB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-NUMERO
               FILE STATUS IS WS-STATUS-APLICACAO.
      *O QUE O ENCERRAMENTO DESFAZ: FOLHAS DE CHEQUE AINDA EMITIDAS,
      *AGENDAMENTOS DA CONTA (REGRAVADOS PELO AGENDNOVA.TMP, COMO NO
      *AGENDAMOVTO) E CARTOES DE DEBITO ATIVOS.
           SELECT CHEQUES  ASSIGN TO "CHEQUES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CHAVE
               FILE STATUS IS WS-STATUS-CHEQUES.
           SELECT AGENDA  ASSIGN TO "AGENDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AGENDA.
           SELECT AGENDA-NOVA  ASSIGN TO "AGENDNOVA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AGENDA-NOVA.
           SELECT CARTOES  ASSIGN TO "CARTOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-NUMERO
               FILE STATUS IS WS-STATUS-CARTOES.
      *POSICOES DIARIAS: SALDO MEDIO DO MES ANTERIOR (ISENCAO DA
      *TARIFA, NA REGRA DO TARIFAMENSAL) E O EXTRATO DE ENCERRAMENTO.
           SELECT POSICAO  ASSIGN TO "POSICAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-CHAVE
               FILE STATUS IS WS-STATUS-POSICAO.
           SELECT TARIFA-PARM  ASSIGN TO "TARIFA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TARIFA.
           SELECT LIMITE-PARM  ASSIGN TO "LIMITE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LIMITE.
      *ORDEM DE PAGAMENTO DO SALDO PARA OUTRO BANCO: VAI PARA A
      *CAMARA NA REMESSA DO INTERSAIDA DA NOITE.
           SELECT ORDEM-ENC  ASSIGN TO "ENCREMESSA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORDEM.
      *O ENCERRAMENTO E COMUNICADO AO CLIENTE COMO A MUDANCA DE
      *STATUS DO MANUTENCAOSTATUS (EVENTO "ST").
           SELECT EVENTO-CLI  ASSIGN TO "CORRESPEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EVENTO.
      *EXTRATO DE ENCERRAMENTO E TERMO PARA A ASSINATURA DO CLIENTE.
           SELECT ENCERRA-REL  ASSIGN TO "ENCERRAMENTO.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
           SELECT SESSAO  ASSIGN TO "OPERSESSAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.
      *CARTAO DE JANELA DE LOTE: O ENCERRAMENTO LANCA NO MASTER E
      *REGRAVA CHEQUES, AGENDA E CARTOES, ENTAO NAO RODA COM A
      *CADEIA NOTURNA EM CURSO (MESMA REGRA DO MANUTENCAOSTATUS).
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
       FD  LOG-MOVTO.
           COPY LOGMOVTO.
       FD  BLOQUEIOS.
           COPY BLOQUEIO.
       FD  ALUNOS.
           COPY ALUNOS.
       FD  EMPRESTIMOS.
           COPY EMPRESTIMO.
       FD  APLICACOES.
           COPY APLICACAO.
       FD  CHEQUES.
           COPY CHEQUE.
       FD  AGENDA.
           COPY AGENDA.
       FD  AGENDA-NOVA.
       01  REG-AGENDA-NOVA          PICTURE X(39).
       FD  CARTOES.
           COPY CARTAO.
       FD  POSICAO.
           COPY POSICAO.
       FD  TARIFA-PARM.
       01  REG-TARIFA-PARM.
           05  TF-VALOR-TARIFA       PICTURE 9(5)V99.
           05  TF-PISO-ISENCAO       PICTURE 9(7)V99.
       FD  LIMITE-PARM.
       01  REG-LIMITE-PARM.
           05  LM-TAXA-JUROS         PICTURE 9V9(4).
       FD  ORDEM-ENC.
           COPY ORDEMENC.
       FD  EVENTO-CLI.
           COPY EVENTOCLI.
       FD  ENCERRA-REL.
       01  LINHA-ENCERRA            PICTURE X(80).
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
      *ESSE PROGRAMA E O ENCERRAMENTO DE CONTA A PEDIDO DO CLIENTE,
      *DE PONTA A PONTA: RECUSA ENQUANTO HOUVER SALDO NEGATIVO,
      *BLOQUEIO JUDICIAL, ALUNO VINCULADO, EMPRESTIMO EM ABERTO OU
      *CDB ATIVO; COBRA A TARIFA PRO-RATA E OS JUROS DO CHEQUE
      *ESPECIAL AINDA DEVIDOS; CANCELA AS FOLHAS DE CHEQUE NAO
      *USADAS, OS AGENDAMENTOS DA CONTA E OS CARTOES; PAGA O SALDO
      *EM OUTRA CONTA DO BANCO OU POR ORDEM PARA OUTRO BANCO; IMPRIME
      *O EXTRATO DE ENCERRAMENTO E O TERMO; E SO ENTAO MARCA A CONTA
      *COMO ENCERRADA. O MANUTENCAOSTATUS NAO ENCERRA MAIS CONTA.
       01  WRK-DATA-MOVTO       PICTURE 9(8)  VALUE ZERO.
       01  WRK-OPERADOR         PICTURE X(8)  VALUE SPACES.
       01  WRK-NIVEL            PICTURE 9(1)  VALUE 1.
       01  WRK-CONTA            PICTURE 9(6)  VALUE ZEROS.
       01  WRK-CONTA-LIQUIDACAO PICTURE 9(6)  VALUE 999997.
       01  WRK-MOTIVO           PICTURE X(30) VALUE SPACES.
       01  WRK-MOTIVO-RECUSA    PICTURE X(60) VALUE SPACES.
           88  SEM-IMPEDIMENTO                VALUE SPACES.
       01  WRK-CONFIRMA         PICTURE X(1)  VALUE "N".
      *DADOS DA CONTA GUARDADOS NA CONFERENCIA: A AREA DO REGISTRO E
      *REUSADA NA LEITURA DA CONTA DE DESTINO.
       01  WRK-NOME             PICTURE X(20) VALUE SPACES.
       01  WRK-CPF              PICTURE X(11) VALUE SPACES.
       01  WRK-AGENCIA          PICTURE 9(3)  VALUE ZERO.
       01  WRK-MOEDA            PICTURE X(3)  VALUE "BRL".
       01  WRK-SALDO-ATUAL      PICTURE S9(7)V99 VALUE ZEROS.
      *TARIFA E JUROS DEVIDOS.
       01  WRK-VALOR-TARIFA     PICTURE 9(5)V99 VALUE ZERO.
       01  WRK-PISO-ISENCAO     PICTURE 9(7)V99 VALUE ZERO.
       01  WRK-TAXA-JUROS       PICTURE 9V9(4) VALUE ZERO.
       01  WRK-TARIFA-DEVIDA    PICTURE S9(7)V99 VALUE ZEROS.
       01  WRK-JUROS-DEVIDOS    PICTURE S9(7)V99 VALUE ZEROS.
       01  WRK-SALDO-PAGAR      PICTURE S9(7)V99 VALUE ZEROS.
       01  WRK-MENOR-SALDO-DIA  PICTURE S9(7)V99 VALUE ZEROS.
       01  WRK-MEDIA-ANTERIOR   PICTURE S9(7)V99 VALUE ZEROS.
       01  WRK-SOMA-SALDOS      PICTURE S9(11)V99 VALUE ZEROS.
       01  WRK-QTD-SALDOS       PICTURE 9(4)  VALUE ZERO.
       01  WRK-ANO-MES          PICTURE 9(6)  VALUE ZERO.
       01  WRK-ANO-MES-ANTERIOR PICTURE 9(6)  VALUE ZERO.
       01  WRK-ANO              PICTURE 9(4)  VALUE ZERO.
       01  WRK-MES              PICTURE 9(2)  VALUE ZERO.
       01  WRK-DIA              PICTURE 9(2)  VALUE ZERO.
       01  WRK-DIAS-MES         PICTURE 9(2)  VALUE ZERO.
       01  WRK-PRIMEIRO-DIA     PICTURE 9(8)  VALUE ZERO.
       01  WRK-PRIMEIRO-PROXIMO PICTURE 9(8)  VALUE ZERO.
      *PAGAMENTO DO SALDO: "1" OUTRA CONTA DO BANCO, "2" ORDEM PARA
      *OUTRO BANCO, "N" NADA A PAGAR (SALDO ZERADO DEPOIS DA
      *COBRANCA).
       01  WRK-FORMA-PAGTO      PICTURE X(1)  VALUE "N".
       01  WRK-CONTA-DESTINO    PICTURE 9(6)  VALUE ZEROS.
       01  WRK-NOME-DESTINO     PICTURE X(20) VALUE SPACES.
       01  WRK-BANCO-DESTINO    PICTURE 9(3)  VALUE ZEROS.
       01  WRK-AGENCIA-DESTINO  PICTURE 9(4)  VALUE ZEROS.
       01  WRK-CONTA-BENEF      PICTURE 9(10) VALUE ZEROS.
       01  WRK-SALDO-ANTES      PICTURE S9(7)V99 VALUE ZEROS.
       01  WRK-QTD-CHEQUES      PICTURE 9(4)  VALUE ZERO.
       01  WRK-QTD-AGENDA       PICTURE 9(4)  VALUE ZERO.
       01  WRK-QTD-AGENDA-TERC  PICTURE 9(4)  VALUE ZERO.
       01  WRK-QTD-CARTOES      PICTURE 9(4)  VALUE ZERO.
      *EXTRATO DE ENCERRAMENTO.
       01  WRK-SALDO-ABERTURA   PICTURE S9(7)V99 VALUE ZEROS.
       01  WRK-TEM-ABERTURA     PICTURE X(1)  VALUE "N".
       01  WRK-ABERTURA-LISTADA PICTURE X(1)  VALUE "N".
       01  WRK-ROTULO           PICTURE X(20) VALUE SPACES.
       01  WRK-VALOR-DP         PICTURE -Z.ZZZ.ZZ9,99.
       01  WRK-SALDO-DP         PICTURE -Z.ZZZ.ZZ9,99.
       01  WRK-QTD-DP           PICTURE ZZZ9.
       01  WS-STATUS-CONTA      PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-LOG        PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-BLOQUEIOS  PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-ALUNOS     PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-EMPRESTIMO PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-APLICACAO  PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-CHEQUES    PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-AGENDA     PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-AGENDA-NOVA PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CARTOES    PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-POSICAO    PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-TARIFA     PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-LIMITE     PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-ORDEM      PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-EVENTO     PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-REL        PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-SESSAO     PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-JANELA     PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2)  VALUE SPACES.
       01  WS-JANELA-ABERTA     PICTURE X     VALUE "N".
           88  JANELA-ABERTA                  VALUE "S".
       01  WS-TARIFA-COBRADA    PICTURE X     VALUE "N".
           88  TARIFA-JA-COBRADA              VALUE "S".
       01  WS-FIM-LOG           PICTURE X     VALUE "N".
           88  FIM-LOG                        VALUE "S".
       01  WS-FIM-BLOQUEIOS     PICTURE X     VALUE "N".
           88  FIM-BLOQUEIOS                  VALUE "S".
       01  WS-FIM-ALUNOS        PICTURE X     VALUE "N".
           88  FIM-ALUNOS                     VALUE "S".
       01  WS-FIM-EMPRESTIMOS   PICTURE X     VALUE "N".
           88  FIM-EMPRESTIMOS                VALUE "S".
       01  WS-FIM-APLICACOES    PICTURE X     VALUE "N".
           88  FIM-APLICACOES                 VALUE "S".
       01  WS-FIM-CHEQUES       PICTURE X     VALUE "N".
           88  FIM-CHEQUES                    VALUE "S".
       01  WS-FIM-AGENDA        PICTURE X     VALUE "N".
           88  FIM-AGENDA                     VALUE "S".
       01  WS-FIM-AGENDA-NOVA   PICTURE X     VALUE "N".
           88  FIM-AGENDA-NOVA                VALUE "S".
       01  WS-FIM-CARTOES       PICTURE X     VALUE "N".
           88  FIM-CARTOES                    VALUE "S".
       01  WS-FIM-POSICOES      PICTURE X     VALUE "N".
           88  FIM-POSICOES                   VALUE "S".

       PROCEDURE                       DIVISION.
      *CHAMADO VARIAS VEZES NA MESMA SESSAO DO MENU: OS INDICADORES
      *SAO REARMADOS AQUI. O NIVEL DA SESSAO E RECONFERIDO ALEM DA
      *TRAVA DE OPCAO DO MENUPRINCIPAL.
       0000-PRINCIPAL.
           MOVE "N"    TO WS-JANELA-ABERTA.
           MOVE "N"    TO WS-TARIFA-COBRADA.
           MOVE "N"    TO WRK-FORMA-PAGTO.
           MOVE SPACES TO WRK-MOTIVO-RECUSA.
           MOVE ZEROS  TO WRK-TARIFA-DEVIDA WRK-JUROS-DEVIDOS.
           MOVE ZEROS  TO WRK-SALDO-PAGAR WRK-MENOR-SALDO-DIA.
           MOVE ZERO   TO WRK-QTD-CHEQUES WRK-QTD-AGENDA.
           MOVE ZERO   TO WRK-QTD-AGENDA-TERC WRK-QTD-CARTOES.
           PERFORM 0100-LER-SESSAO.
           PERFORM 0150-TESTAR-JANELA.
           EVALUATE TRUE
               WHEN JANELA-ABERTA
                   DISPLAY "LOTE NOTURNO EM CURSO - O ENCERRAMENTO "
                       "MEXE NO MASTER, ENTAO SO PODE RODAR COM A "
                       "JANELA DE LOTE FECHADA."
               WHEN WRK-NIVEL < 2
                   DISPLAY "ENCERRAMENTO DE CONTA RESTRITO AO "
                       "SUPERVISOR - FACA O SIGN-ON COM NIVEL 2."
               WHEN OTHER
                   PERFORM 1000-ABRIR-ARQUIVOS
                   PERFORM 2000-ENCERRAR-CONTA
                   PERFORM 9000-ENCERRAR-ARQUIVOS
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
           PERFORM 1050-LER-DATA-MOVTO.
           PERFORM 1100-LER-PARAMETROS.

      *DATA-MOVIMENTO: DATA CONTABIL DO CARTAO DATAMOVTO.DAT. SEM O
      *CARTAO, VALE A DATA DA MAQUINA. O MES ANTERIOR SAI DELA, COMO
      *NO TARIFAMENSAL.
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
           MOVE WRK-DATA-MOVTO (1:6) TO WRK-ANO-MES.
           MOVE WRK-DATA-MOVTO (1:4) TO WRK-ANO.
           MOVE WRK-DATA-MOVTO (5:2) TO WRK-MES.
           MOVE WRK-DATA-MOVTO (7:2) TO WRK-DIA.
           IF WRK-MES = 1
               COMPUTE WRK-ANO-MES-ANTERIOR = (WRK-ANO - 1) * 100 + 12
           ELSE
               COMPUTE WRK-ANO-MES-ANTERIOR = WRK-ANO-MES - 1
           END-IF.

      *SEM TARIFA.DAT NAO HA TARIFA A COBRAR; SEM LIMITE.DAT NAO HA
      *JUROS - OS MESMOS CARTOES DO TARIFAMENSAL E DO JUROSLIMITE.
       1100-LER-PARAMETROS.
           MOVE ZERO TO WRK-VALOR-TARIFA WRK-PISO-ISENCAO.
           OPEN INPUT TARIFA-PARM.
           IF WS-STATUS-TARIFA NOT = "35"
               READ TARIFA-PARM
                   NOT AT END
                       IF TF-VALOR-TARIFA NUMERIC
                           AND TF-PISO-ISENCAO NUMERIC
                           MOVE TF-VALOR-TARIFA TO WRK-VALOR-TARIFA
                           MOVE TF-PISO-ISENCAO TO WRK-PISO-ISENCAO
                       END-IF
               END-READ
               CLOSE TARIFA-PARM
           END-IF.
           MOVE ZERO TO WRK-TAXA-JUROS.
           OPEN INPUT LIMITE-PARM.
           IF WS-STATUS-LIMITE NOT = "35"
               READ LIMITE-PARM
                   NOT AT END
                       IF LM-TAXA-JUROS NUMERIC
                           MOVE LM-TAXA-JUROS TO WRK-TAXA-JUROS
                       END-IF
               END-READ
               CLOSE LIMITE-PARM
           END-IF.

      *CADA CONFERENCIA SO RODA SE A ANTERIOR NAO ACHOU IMPEDIMENTO;
      *ATE A CONFIRMACAO NADA E GRAVADO.
       2000-ENCERRAR-CONTA.
           DISPLAY "ENCERRAMENTO DE CONTA".
           DISPLAY "INFORME O NUMERO DA CONTA".
           ACCEPT WRK-CONTA.
           MOVE WRK-CONTA TO CM-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   MOVE "CONTA NAO CADASTRADA" TO WRK-MOTIVO-RECUSA
               NOT INVALID KEY
                   PERFORM 2100-CONFERIR-CONTA
           END-READ.
           IF SEM-IMPEDIMENTO
               PERFORM 2200-CONFERIR-BLOQUEIOS
           END-IF.
           IF SEM-IMPEDIMENTO
               PERFORM 2250-CONFERIR-ALUNOS
           END-IF.
           IF SEM-IMPEDIMENTO
               PERFORM 2270-CONFERIR-EMPRESTIMOS
           END-IF.
           IF SEM-IMPEDIMENTO
               PERFORM 2280-CONFERIR-APLICACOES
           END-IF.
           IF SEM-IMPEDIMENTO
               PERFORM 2300-APURAR-DEVIDOS
           END-IF.
           IF SEM-IMPEDIMENTO
               PERFORM 2500-ACEITAR-PAGAMENTO
           END-IF.
           IF SEM-IMPEDIMENTO
               PERFORM 2600-ACEITAR-MOTIVO
               PERFORM 2700-CONFIRMAR-ENCERRAMENTO
           END-IF.
           IF SEM-IMPEDIMENTO
               PERFORM 3000-EFETIVAR-ENCERRAMENTO
           ELSE
               DISPLAY "ENCERRAMENTO NAO REALIZADO: "
                   WRK-MOTIVO-RECUSA
           END-IF.

      *CONTA INTERNA (CPF ZERADO: LIQUIDACAO INTERBANCARIA, REDE DE
      *CARTOES) NAO E DE CLIENTE. O BLOQUEIO TOTAL E O SALDO
      *NEGATIVO SE RESOLVEM ANTES, NO STATUS E NO CAIXA.
       2100-CONFERIR-CONTA.
           MOVE CM-NOME    TO WRK-NOME.
           MOVE CM-CPF     TO WRK-CPF.
           MOVE CM-AGENCIA TO WRK-AGENCIA.
           MOVE CM-MOEDA   TO WRK-MOEDA.
           MOVE CM-SALDO   TO WRK-SALDO-ATUAL.
           EVALUATE TRUE
               WHEN CM-ENCERRADA
                   MOVE "CONTA JA ENCERRADA" TO WRK-MOTIVO-RECUSA
               WHEN CM-CPF = "00000000000"
                   MOVE "CONTA INTERNA DO BANCO" TO WRK-MOTIVO-RECUSA
               WHEN CM-BLOQUEADA
                   STRING "CONTA BLOQUEADA (STATUS B) - REGULARIZE NO "
                       "STATUS DA CONTA"
                       DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
               WHEN CM-SALDO < ZERO
                   STRING "SALDO NEGATIVO - CLIENTE DEVE COBRIR O "
                       "CHEQUE ESPECIAL ANTES"
                       DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
               WHEN OTHER
                   DISPLAY "CONTA " CM-CONTA " - " CM-NOME
                       " - STATUS " CM-STATUS
           END-EVALUATE.

      *QUALQUER BLOQUEIO JUDICIAL AINDA NAO VENCIDO IMPEDE - O VALOR
      *BLOQUEADO NAO PODE SAIR NO PAGAMENTO DO SALDO.
       2200-CONFERIR-BLOQUEIOS.
           MOVE "N" TO WS-FIM-BLOQUEIOS.
           OPEN INPUT BLOQUEIOS.
           IF WS-STATUS-BLOQUEIOS = "35"
               SET FIM-BLOQUEIOS TO TRUE
           END-IF.
           PERFORM 2210-LER-BLOQUEIO
               UNTIL FIM-BLOQUEIOS.
           IF WS-STATUS-BLOQUEIOS NOT = "35"
               CLOSE BLOQUEIOS
           END-IF.

       2210-LER-BLOQUEIO.
           READ BLOQUEIOS
               AT END
                   SET FIM-BLOQUEIOS TO TRUE
               NOT AT END
                   IF BQ-CONTA = WRK-CONTA
                       AND (BQ-DATA-FIM = ZEROS
                           OR BQ-DATA-FIM >= WRK-DATA-MOVTO)
                       STRING "BLOQUEIO JUDICIAL VIGENTE - PROCESSO "
                           BQ-PROCESSO
                           DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
                       SET FIM-BLOQUEIOS TO TRUE
                   END-IF
           END-READ.

      *A MENSALIDADE DO ALUNO E DEBITADA NA CONTA DO RESPONSAVEL: O
      *VINCULO TEM DE SER TROCADO NO MANUTENCAOALUNO ANTES.
       2250-CONFERIR-ALUNOS.
           MOVE "N" TO WS-FIM-ALUNOS.
           OPEN INPUT ALUNOS.
           IF WS-STATUS-ALUNOS NOT = "00"
               SET FIM-ALUNOS TO TRUE
           END-IF.
           PERFORM 2260-LER-ALUNO
               UNTIL FIM-ALUNOS.
           IF WS-STATUS-ALUNOS NOT = "35"
               CLOSE ALUNOS
           END-IF.

       2260-LER-ALUNO.
           READ ALUNOS NEXT RECORD
               AT END
                   SET FIM-ALUNOS TO TRUE
               NOT AT END
                   IF AL-CONTA-RESP = WRK-CONTA
                       STRING "CONTA RESPONSAVEL PELO ALUNO "
                           AL-MATRICULA " - TROQUE O VINCULO ANTES"
                           DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
                       SET FIM-ALUNOS TO TRUE
                   END-IF
           END-READ.
           IF WS-STATUS-ALUNOS NOT = "00"
               SET FIM-ALUNOS TO TRUE
           END-IF.

      *AS PARCELAS DO EMPRESTIMO SAO DEBITADAS NA CONTA: CONTRATO NAO
      *LIQUIDADO FICARIA SEM ONDE COBRAR.
       2270-CONFERIR-EMPRESTIMOS.
           MOVE "N" TO WS-FIM-EMPRESTIMOS.
           OPEN INPUT EMPRESTIMOS.
           IF WS-STATUS-EMPRESTIMO NOT = "00"
               SET FIM-EMPRESTIMOS TO TRUE
           END-IF.
           PERFORM 2275-LER-EMPRESTIMO
               UNTIL FIM-EMPRESTIMOS.
           IF WS-STATUS-EMPRESTIMO NOT = "35"
               CLOSE EMPRESTIMOS
           END-IF.

       2275-LER-EMPRESTIMO.
           READ EMPRESTIMOS NEXT RECORD
               AT END
                   SET FIM-EMPRESTIMOS TO TRUE
               NOT AT END
                   IF EP-CONTA = WRK-CONTA AND NOT EP-LIQUIDADO
                       STRING "EMPRESTIMO " EP-CONTRATO
                           " EM ABERTO - LIQUIDE ANTES"
                           DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
                       SET FIM-EMPRESTIMOS TO TRUE
                   END-IF
           END-READ.
           IF WS-STATUS-EMPRESTIMO NOT = "00"
               SET FIM-EMPRESTIMOS TO TRUE
           END-IF.

      *O RESGATE DO CDB VOLTA PARA A CONTA (O APLICACDB RECUSA O
      *RESGATE DE CONTA ENCERRADA): A APLICACAO ATIVA E RESGATADA
      *ANTES, E O VALOR SAI JUNTO COM O SALDO.
       2280-CONFERIR-APLICACOES.
           MOVE "N" TO WS-FIM-APLICACOES.
           OPEN INPUT APLICACOES.
           IF WS-STATUS-APLICACAO NOT = "00"
               SET FIM-APLICACOES TO TRUE
           END-IF.
           PERFORM 2285-LER-APLICACAO
               UNTIL FIM-APLICACOES.
           IF WS-STATUS-APLICACAO NOT = "35"
               CLOSE APLICACOES
           END-IF.

       2285-LER-APLICACAO.
           READ APLICACOES NEXT RECORD
               AT END
                   SET FIM-APLICACOES TO TRUE
               NOT AT END
                   IF AP-CONTA = WRK-CONTA AND AP-ATIVA
                       STRING "APLICACAO CDB " AP-NUMERO
                           " ATIVA - RESGATE ANTES"
                           DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
                       SET FIM-APLICACOES TO TRUE
                   END-IF
           END-READ.
           IF WS-STATUS-APLICACAO NOT = "00"
               SET FIM-APLICACOES TO TRUE
           END-IF.

      *O QUE AINDA E DEVIDO SAI DO SALDO ANTES DO PAGAMENTO; SE O
      *SALDO NAO COBRE, O CLIENTE DEPOSITA A DIFERENCA ANTES.
       2300-APURAR-DEVIDOS.
           PERFORM 2310-VARRER-LOG-DA-CONTA.
           PERFORM 2350-CALCULAR-TARIFA.
           PERFORM 2380-CALCULAR-JUROS.
           COMPUTE WRK-SALDO-PAGAR =
               WRK-SALDO-ATUAL - WRK-TARIFA-DEVIDA - WRK-JUROS-DEVIDOS.
           IF WRK-SALDO-PAGAR < ZERO
               MOVE "SALDO NAO COBRE A TARIFA E OS JUROS DEVIDOS"
                   TO WRK-MOTIVO-RECUSA
           END-IF.

      *UMA PASSADA PELO LOGMOVTO: A TARIFA DO MES JA COBRADA (O
      *TARIFAMENSAL COBRA O MES CORRENTE NA VIRADA) E O MENOR SALDO
      *DA CONTA NA DATA-MOVIMENTO.
       2310-VARRER-LOG-DA-CONTA.
           MOVE "N" TO WS-FIM-LOG.
           OPEN INPUT LOG-MOVTO.
           IF WS-STATUS-LOG = "35"
               SET FIM-LOG TO TRUE
           END-IF.
           PERFORM 2320-LER-LOG-DA-CONTA
               UNTIL FIM-LOG.
           IF WS-STATUS-LOG NOT = "35"
               CLOSE LOG-MOVTO
           END-IF.

       2320-LER-LOG-DA-CONTA.
           READ LOG-MOVTO
               AT END
                   SET FIM-LOG TO TRUE
               NOT AT END
                   IF LG-CONTA = WRK-CONTA
                       PERFORM 2330-AVALIAR-LANCAMENTO
                   END-IF
           END-READ.

       2330-AVALIAR-LANCAMENTO.
           IF LG-OPERACAO = "F" AND LG-ORIGEM = "F"
               AND LG-DATA-HORA (1:6) = WRK-ANO-MES
               AND LG-ESTORNADO NOT = "S"
               SET TARIFA-JA-COBRADA TO TRUE
           END-IF.
           IF LG-DATA-HORA (1:8) = WRK-DATA-MOVTO
               IF LG-SALDO-ANTES < WRK-MENOR-SALDO-DIA
                   MOVE LG-SALDO-ANTES TO WRK-MENOR-SALDO-DIA
               END-IF
               IF LG-SALDO-DEPOIS < WRK-MENOR-SALDO-DIA
                   MOVE LG-SALDO-DEPOIS TO WRK-MENOR-SALDO-DIA
               END-IF
           END-IF.

      *A TARIFA DO MES E COBRADA ADIANTADA NA VIRADA. SE ELA NAO FOI
      *COBRADA (REJEITADA POR SALDO OU BLOQUEIO, OU A CONTA NAO
      *EXISTIA NA VIRADA) E A CONTA NAO ESTAVA ISENTA PELO SALDO
      *MEDIO DO MES ANTERIOR, O ENCERRAMENTO COBRA OS DIAS USADOS:
      *TARIFA * DIA DA DATA-MOVIMENTO / DIAS DO MES. DORMENTE NAO
      *PAGA, COMO NO TARIFAMENSAL.
       2350-CALCULAR-TARIFA.
           EVALUATE TRUE
               WHEN WRK-VALOR-TARIFA = ZERO
                   CONTINUE
               WHEN CM-DORMENTE
                   CONTINUE
               WHEN TARIFA-JA-COBRADA
                   CONTINUE
               WHEN OTHER
                   PERFORM 2360-MEDIA-MES-ANTERIOR
                   IF WRK-MEDIA-ANTERIOR < WRK-PISO-ISENCAO
                       PERFORM 2370-TARIFA-PRO-RATA
                   END-IF
           END-EVALUATE.

      *MEDIA DOS SALDOS DE FECHAMENTO DAS POSICOES DO MES ANTERIOR;
      *SEM POSICAO NO MES, O SALDO ATUAL (REGRA DO TARIFAMENSAL).
       2360-MEDIA-MES-ANTERIOR.
           MOVE ZEROS TO WRK-SOMA-SALDOS.
           MOVE ZERO  TO WRK-QTD-SALDOS.
           MOVE "N"   TO WS-FIM-POSICOES.
           OPEN INPUT POSICAO.
           IF WS-STATUS-POSICAO = "35"
               SET FIM-POSICOES TO TRUE
           ELSE
               MOVE WRK-CONTA TO PD-CONTA
               COMPUTE PD-DATA = WRK-ANO-MES-ANTERIOR * 100
               START POSICAO KEY IS NOT LESS THAN PD-CHAVE
                   INVALID KEY
                       SET FIM-POSICOES TO TRUE
               END-START
               IF WS-STATUS-POSICAO NOT = "00"
                   SET FIM-POSICOES TO TRUE
               END-IF
           END-IF.
           PERFORM 2365-SOMAR-POSICAO
               UNTIL FIM-POSICOES.
           IF WS-STATUS-POSICAO NOT = "35"
               CLOSE POSICAO
           END-IF.
           IF WRK-QTD-SALDOS > ZERO
               COMPUTE WRK-MEDIA-ANTERIOR ROUNDED =
                   WRK-SOMA-SALDOS / WRK-QTD-SALDOS
           ELSE
               MOVE WRK-SALDO-ATUAL TO WRK-MEDIA-ANTERIOR
           END-IF.

       2365-SOMAR-POSICAO.
           READ POSICAO NEXT RECORD
               AT END
                   SET FIM-POSICOES TO TRUE
               NOT AT END
                   IF PD-CONTA = WRK-CONTA
                       AND PD-DATA (1:6) = WRK-ANO-MES-ANTERIOR
                       ADD PD-SALDO-FECH TO WRK-SOMA-SALDOS
                       ADD 1 TO WRK-QTD-SALDOS
                   ELSE
                       SET FIM-POSICOES TO TRUE
                   END-IF
           END-READ.
           IF WS-STATUS-POSICAO NOT = "00"
               SET FIM-POSICOES TO TRUE
           END-IF.

       2370-TARIFA-PRO-RATA.
           COMPUTE WRK-PRIMEIRO-DIA = WRK-ANO-MES * 100 + 1.
           IF WRK-MES = 12
               COMPUTE WRK-PRIMEIRO-PROXIMO =
                   (WRK-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WRK-PRIMEIRO-PROXIMO =
                   (WRK-ANO-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WRK-DIAS-MES =
               FUNCTION INTEGER-OF-DATE(WRK-PRIMEIRO-PROXIMO) -
               FUNCTION INTEGER-OF-DATE(WRK-PRIMEIRO-DIA).
           COMPUTE WRK-TARIFA-DEVIDA ROUNDED =
               WRK-VALOR-TARIFA * WRK-DIA / WRK-DIAS-MES.

      *OS JUROS DO CHEQUE ESPECIAL SAO APROPRIADOS PELO JUROSLIMITE
      *TODA NOITE, MAS ELE NAO COBRA CONTA ENCERRADA: O USO DO
      *LIMITE NO PROPRIO DIA DO ENCERRAMENTO FICARIA DE GRACA. O
      *ENCERRAMENTO COBRA UM DIA DE JUROS, PELA TAXA DO LIMITE.DAT,
      *SOBRE O MAIOR NEGATIVO DA CONTA NA DATA-MOVIMENTO.
       2380-CALCULAR-JUROS.
           IF WRK-MENOR-SALDO-DIA < ZERO AND WRK-TAXA-JUROS > ZERO
               COMPUTE WRK-JUROS-DEVIDOS ROUNDED =
                   (ZERO - WRK-MENOR-SALDO-DIA) * WRK-TAXA-JUROS
           END-IF.

       2500-ACEITAR-PAGAMENTO.
           MOVE WRK-SALDO-ATUAL TO WRK-VALOR-DP.
           DISPLAY "SALDO ATUAL .............: " WRK-VALOR-DP.
           MOVE WRK-TARIFA-DEVIDA TO WRK-VALOR-DP.
           DISPLAY "TARIFA PRO-RATA DEVIDA ..: " WRK-VALOR-DP.
           MOVE WRK-JUROS-DEVIDOS TO WRK-VALOR-DP.
           DISPLAY "JUROS DO CHEQUE ESPECIAL : " WRK-VALOR-DP.
           MOVE WRK-SALDO-PAGAR TO WRK-VALOR-DP.
           DISPLAY "SALDO A PAGAR AO CLIENTE : " WRK-VALOR-DP.
           MOVE "N" TO WRK-FORMA-PAGTO.
           IF WRK-SALDO-PAGAR > ZERO
               DISPLAY "PAGAMENTO DO SALDO: 1=OUTRA CONTA NESTE BANCO "
                   "2=ORDEM PARA OUTRO BANCO"
               ACCEPT WRK-FORMA-PAGTO
               EVALUATE WRK-FORMA-PAGTO
                   WHEN "1"
                       PERFORM 2550-ACEITAR-CONTA-DESTINO
                   WHEN "2"
                       PERFORM 2580-ACEITAR-OUTRO-BANCO
                   WHEN OTHER
                       MOVE "FORMA DE PAGAMENTO DO SALDO INVALIDA"
                           TO WRK-MOTIVO-RECUSA
               END-EVALUATE
           END-IF.

      *O DESTINO RECEBE CREDITO: BLOQUEADA E DORMENTE ACEITAM (SO O
      *DEBITO E BARRADO NELAS); ENCERRADA E CONTA INTERNA NAO. SEM
      *CONVERSAO AQUI - O DESTINO TEM DE SER DA MESMA MOEDA.
       2550-ACEITAR-CONTA-DESTINO.
           DISPLAY "INFORME A CONTA QUE RECEBE O SALDO".
           ACCEPT WRK-CONTA-DESTINO.
           IF WRK-CONTA-DESTINO = WRK-CONTA
               OR WRK-CONTA-DESTINO = ZEROS
               MOVE "CONTA DE DESTINO INVALIDA" TO WRK-MOTIVO-RECUSA
           ELSE
               MOVE WRK-CONTA-DESTINO TO CM-CONTA
               READ CONTA-MASTER
                   INVALID KEY
                       MOVE "CONTA DE DESTINO NAO CADASTRADA"
                           TO WRK-MOTIVO-RECUSA
                   NOT INVALID KEY
                       PERFORM 2560-CONFERIR-DESTINO
               END-READ
           END-IF.

       2560-CONFERIR-DESTINO.
           EVALUATE TRUE
               WHEN CM-ENCERRADA
                   MOVE "CONTA DE DESTINO ENCERRADA"
                       TO WRK-MOTIVO-RECUSA
               WHEN CM-CPF = "00000000000"
                   MOVE "CONTA DE DESTINO INTERNA DO BANCO"
                       TO WRK-MOTIVO-RECUSA
               WHEN CM-MOEDA NOT = WRK-MOEDA
                   MOVE "CONTA DE DESTINO EM OUTRA MOEDA"
                       TO WRK-MOTIVO-RECUSA
               WHEN OTHER
                   MOVE CM-NOME TO WRK-NOME-DESTINO
                   DISPLAY "SALDO VAI PARA A CONTA " CM-CONTA " - "
                       CM-NOME
           END-EVALUATE.

      *A REMESSA DA CAMARA E EM REAIS (A CONTA DE LIQUIDACAO 999997
      *E BRL): CONTA EM DOLAR PAGA EM OUTRA CONTA DA MESMA MOEDA OU
      *CONVERTE NO BALCAO ANTES.
       2580-ACEITAR-OUTRO-BANCO.
           IF WRK-MOEDA NOT = "BRL"
               MOVE "ORDEM PARA OUTRO BANCO SO DE CONTA EM REAIS"
                   TO WRK-MOTIVO-RECUSA
           ELSE
               DISPLAY "INFORME O BANCO DE DESTINO (3 DIGITOS)"
               ACCEPT WRK-BANCO-DESTINO
               DISPLAY "INFORME A AGENCIA DE DESTINO (4 DIGITOS)"
               ACCEPT WRK-AGENCIA-DESTINO
               DISPLAY "INFORME A CONTA DO BENEFICIARIO (10 DIGITOS)"
               ACCEPT WRK-CONTA-BENEF
               IF WRK-BANCO-DESTINO = ZEROS
                   OR WRK-AGENCIA-DESTINO = ZEROS
                   OR WRK-CONTA-BENEF = ZEROS
                   MOVE "DADOS DO BANCO DE DESTINO INCOMPLETOS"
                       TO WRK-MOTIVO-RECUSA
               END-IF
           END-IF.

       2600-ACEITAR-MOTIVO.
           MOVE SPACES TO WRK-MOTIVO.
           DISPLAY "INFORME O MOTIVO DO ENCERRAMENTO (EM BRANCO = A "
               "PEDIDO DO CLIENTE)".
           ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO = SPACES
               MOVE "ENCERRADA A PEDIDO DO CLIENTE" TO WRK-MOTIVO
           END-IF.

       2700-CONFIRMAR-ENCERRAMENTO.
           MOVE WRK-SALDO-PAGAR TO WRK-VALOR-DP.
           EVALUATE WRK-FORMA-PAGTO
               WHEN "1"
                   DISPLAY "PAGAR " WRK-VALOR-DP " NA CONTA "
                       WRK-CONTA-DESTINO " - " WRK-NOME-DESTINO
               WHEN "2"
                   DISPLAY "PAGAR " WRK-VALOR-DP " AO BANCO "
                       WRK-BANCO-DESTINO " AGENCIA " WRK-AGENCIA-DESTINO
                       " CONTA " WRK-CONTA-BENEF
               WHEN OTHER
                   DISPLAY "NENHUM SALDO A PAGAR."
           END-EVALUATE.
           DISPLAY "CHEQUES NAO USADOS, AGENDAMENTOS E CARTOES DA "
               "CONTA SERAO CANCELADOS.".
           DISPLAY "CONFIRMA O ENCERRAMENTO DA CONTA " WRK-CONTA
               "? (S/N)".
           MOVE "N" TO WRK-CONFIRMA.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = "S"
               MOVE "CANCELADO PELO OPERADOR - NADA FEITO"
                   TO WRK-MOTIVO-RECUSA
           END-IF.

      *A ORDEM E A DO PEDIDO: COBRANCAS, CANCELAMENTOS, PAGAMENTO DO
      *SALDO, EXTRATO E TERMO - E SO NO FIM O STATUS "E".
       3000-EFETIVAR-ENCERRAMENTO.
           OPEN EXTEND LOG-MOVTO.
           IF WS-STATUS-LOG = "35"
               OPEN OUTPUT LOG-MOVTO
           END-IF.
           PERFORM 3050-RELER-CONTA.
           PERFORM 3100-COBRAR-DEVIDOS.
           PERFORM 3200-CANCELAR-CHEQUES.
           PERFORM 3300-ENCERRAR-AGENDA.
           PERFORM 3400-CANCELAR-CARTOES.
           EVALUATE WRK-FORMA-PAGTO
               WHEN "1"
                   PERFORM 3500-PAGAR-OUTRA-CONTA
               WHEN "2"
                   PERFORM 3600-PAGAR-OUTRO-BANCO
           END-EVALUATE.
           CLOSE LOG-MOVTO.
           PERFORM 4000-EMITIR-DOCUMENTOS.
           PERFORM 5000-MARCAR-ENCERRADA.
           MOVE WRK-SALDO-PAGAR TO WRK-VALOR-DP.
           DISPLAY "CONTA " WRK-CONTA " ENCERRADA. SALDO PAGO: "
               WRK-VALOR-DP.
           DISPLAY "EXTRATO E TERMO PARA ASSINATURA EM "
               "ENCERRAMENTO.PRT".

      *A CONTA FOI LIDA NA CONFERENCIA, MAS A AREA DO REGISTRO PODE
      *TER SIDO USADA PELA CONTA DE DESTINO. SUMIR AQUI E ERRO GRAVE.
       3050-RELER-CONTA.
           MOVE WRK-CONTA TO CM-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   DISPLAY "CONTA " WRK-CONTA " SUMIU DO MASTER NO "
                       "ENCERRAMENTO - NADA LANCADO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.

      *TARIFA COM A ORIGEM "F" DO TARIFAMENSAL E JUROS COM A ORIGEM
      *"L" DO JUROSLIMITE: CONTABIL, EXTRATO E INFORME DE RENDIMENTOS
      *OS TRATAM COMO AS COBRANCAS DO LOTE.
       3100-COBRAR-DEVIDOS.
           IF WRK-TARIFA-DEVIDA > ZERO
               MOVE CM-SALDO TO WRK-SALDO-ANTES
               SUBTRACT WRK-TARIFA-DEVIDA FROM CM-SALDO
               MOVE "F"               TO LG-OPERACAO
               MOVE WRK-TARIFA-DEVIDA TO LG-VALOR
               MOVE "F"               TO LG-ORIGEM
               MOVE ZEROS             TO LG-CONTA-REF
               PERFORM 8000-REGISTRAR-LOG
           END-IF.
           IF WRK-JUROS-DEVIDOS > ZERO
               MOVE CM-SALDO TO WRK-SALDO-ANTES
               SUBTRACT WRK-JUROS-DEVIDOS FROM CM-SALDO
               MOVE "J"               TO LG-OPERACAO
               MOVE WRK-JUROS-DEVIDOS TO LG-VALOR
               MOVE "L"               TO LG-ORIGEM
               MOVE ZEROS             TO LG-CONTA-REF
               PERFORM 8000-REGISTRAR-LOG
           END-IF.
           IF WRK-TARIFA-DEVIDA > ZERO OR WRK-JUROS-DEVIDOS > ZERO
               MOVE WRK-DATA-MOVTO TO CM-DATA-ULT-MOVTO
               REWRITE REG-CONTA-MASTER
           END-IF.

      *SO A FOLHA AINDA EMITIDA E CANCELADA: PAGA E DEVOLVIDA FICAM
      *COMO ESTAO, SAO HISTORICO DA COMPENSACAO.
       3200-CANCELAR-CHEQUES.
           MOVE "N" TO WS-FIM-CHEQUES.
           OPEN I-O CHEQUES.
           IF WS-STATUS-CHEQUES NOT = "00"
               SET FIM-CHEQUES TO TRUE
           ELSE
               MOVE WRK-CONTA TO CH-CONTA
               MOVE ZEROS     TO CH-NUMERO
               START CHEQUES KEY IS NOT LESS THAN CH-CHAVE
                   INVALID KEY
                       SET FIM-CHEQUES TO TRUE
               END-START
           END-IF.
           PERFORM 3210-CANCELAR-FOLHA
               UNTIL FIM-CHEQUES.
           IF WS-STATUS-CHEQUES NOT = "35"
               CLOSE CHEQUES
           END-IF.

       3210-CANCELAR-FOLHA.
           READ CHEQUES NEXT RECORD
               AT END
                   SET FIM-CHEQUES TO TRUE
               NOT AT END
                   IF CH-CONTA NOT = WRK-CONTA
                       SET FIM-CHEQUES TO TRUE
                   ELSE
                       IF CH-EMITIDO
                           MOVE "C"            TO CH-STATUS
                           MOVE WRK-DATA-MOVTO TO CH-DATA-STATUS
                           REWRITE REG-CHEQUE
                           ADD 1 TO WRK-QTD-CHEQUES
                       END-IF
                   END-IF
           END-READ.
           IF WS-STATUS-CHEQUES NOT = "00"
               SET FIM-CHEQUES TO TRUE
           END-IF.

      *OS AGENDAMENTOS DA CONTA SAEM DA AGENDA. OS DE OUTRAS CONTAS
      *COM DESTINO NELA FICAM (SAO ORDEM DE OUTRO TITULAR) E SO SAO
      *CONTADOS PARA O AVISO - A CRITICA VAI RECUSA-LOS PELO DESTINO
      *ENCERRADO.
       3300-ENCERRAR-AGENDA.
           MOVE "N" TO WS-FIM-AGENDA WS-FIM-AGENDA-NOVA.
           OPEN INPUT AGENDA.
           IF WS-STATUS-AGENDA NOT = "35"
               OPEN OUTPUT AGENDA-NOVA
               PERFORM 3310-COPIAR-AGENDA
                   UNTIL FIM-AGENDA
               CLOSE AGENDA
               CLOSE AGENDA-NOVA
               IF WRK-QTD-AGENDA > ZERO
                   OPEN OUTPUT AGENDA
                   OPEN INPUT AGENDA-NOVA
                   PERFORM 3350-DEVOLVER-AGENDA
                       UNTIL FIM-AGENDA-NOVA
                   CLOSE AGENDA
                   CLOSE AGENDA-NOVA
               END-IF
           END-IF.
           IF WRK-QTD-AGENDA-TERC > ZERO
               DISPLAY "ATENCAO: " WRK-QTD-AGENDA-TERC
                   " AGENDAMENTO(S) DE OUTRAS CONTAS TEM ESTA CONTA "
                   "COMO DESTINO - AVISE OS TITULARES."
           END-IF.

       3310-COPIAR-AGENDA.
           READ AGENDA
               AT END
                   SET FIM-AGENDA TO TRUE
               NOT AT END
                   IF AG-CONTA = WRK-CONTA
                       ADD 1 TO WRK-QTD-AGENDA
                   ELSE
                       IF AG-CONTA-DESTINO = WRK-CONTA
                           ADD 1 TO WRK-QTD-AGENDA-TERC
                       END-IF
                       WRITE REG-AGENDA-NOVA FROM REG-AGENDA
                   END-IF
           END-READ.

       3350-DEVOLVER-AGENDA.
           READ AGENDA-NOVA
               AT END
                   SET FIM-AGENDA-NOVA TO TRUE
               NOT AT END
                   WRITE REG-AGENDA FROM REG-AGENDA-NOVA
           END-READ.

      *CARTAO ATIVO VIRA CANCELADO (A BAIXA A PEDIDO DO
      *MANUTENCAOCARTAO); PERDA E ROUBO JA SAO DEFINITIVOS.
       3400-CANCELAR-CARTOES.
           MOVE "N" TO WS-FIM-CARTOES.
           OPEN I-O CARTOES.
           IF WS-STATUS-CARTOES NOT = "00"
               SET FIM-CARTOES TO TRUE
           END-IF.
           PERFORM 3410-CANCELAR-SE-DA-CONTA
               UNTIL FIM-CARTOES.
           IF WS-STATUS-CARTOES NOT = "35"
               CLOSE CARTOES
           END-IF.

       3410-CANCELAR-SE-DA-CONTA.
           READ CARTOES NEXT RECORD
               AT END
                   SET FIM-CARTOES TO TRUE
               NOT AT END
                   IF CA-CONTA = WRK-CONTA AND CA-ATIVO
                       MOVE "C"            TO CA-STATUS
                       MOVE WRK-DATA-MOVTO TO CA-STATUS-DATA
                       REWRITE REG-CARTAO
                       ADD 1 TO WRK-QTD-CARTOES
                   END-IF
           END-READ.
           IF WS-STATUS-CARTOES NOT = "00"
               SET FIM-CARTOES TO TRUE
           END-IF.

      *TRANSFERENCIA "T" COM AS DUAS PERNAS CRUZADAS EM LG-CONTA-REF,
      *COMO A DO BALCAO. O DESTINO FOI CONFERIDO ANTES; SUMIR NO
      *CREDITO COM A ORIGEM JA DEBITADA E ERRO GRAVE.
       3500-PAGAR-OUTRA-CONTA.
           MOVE CM-SALDO TO WRK-SALDO-ANTES.
           SUBTRACT WRK-SALDO-PAGAR FROM CM-SALDO.
           MOVE WRK-DATA-MOVTO TO CM-DATA-ULT-MOVTO.
           REWRITE REG-CONTA-MASTER.
           MOVE "T"               TO LG-OPERACAO.
           MOVE WRK-SALDO-PAGAR   TO LG-VALOR.
           MOVE "I"               TO LG-ORIGEM.
           MOVE WRK-CONTA-DESTINO TO LG-CONTA-REF.
           PERFORM 8000-REGISTRAR-LOG.
           MOVE WRK-CONTA-DESTINO TO CM-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   DISPLAY "CONTA " WRK-CONTA-DESTINO " SUMIU NO "
                       "CREDITO DO ENCERRAMENTO - DEBITO SEM "
                       "CONTRAPARTIDA, VERIFICAR LOGMOVTO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   MOVE CM-SALDO TO WRK-SALDO-ANTES
                   ADD WRK-SALDO-PAGAR TO CM-SALDO
                   MOVE WRK-DATA-MOVTO TO CM-DATA-ULT-MOVTO
                   REWRITE REG-CONTA-MASTER
                   MOVE "T"             TO LG-OPERACAO
                   MOVE WRK-SALDO-PAGAR TO LG-VALOR
                   MOVE "I"             TO LG-ORIGEM
                   MOVE WRK-CONTA       TO LG-CONTA-REF
                   PERFORM 8000-REGISTRAR-LOG
           END-READ.

      *MESMAS PERNAS DO INTERSAIDA (OPERACAO E ORIGEM "X" CONTRA A
      *CONTA DE LIQUIDACAO), LANCADAS NA HORA; A ORDEM VAI PARA O
      *ENCREMESSA.DAT E SEGUE NA REMESSA DA NOITE.
       3600-PAGAR-OUTRO-BANCO.
           PERFORM 3650-GARANTIR-CONTA-LIQUIDACAO.
           PERFORM 3050-RELER-CONTA.
           MOVE CM-SALDO TO WRK-SALDO-ANTES.
           SUBTRACT WRK-SALDO-PAGAR FROM CM-SALDO.
           MOVE WRK-DATA-MOVTO TO CM-DATA-ULT-MOVTO.
           REWRITE REG-CONTA-MASTER.
           MOVE "X"                  TO LG-OPERACAO.
           MOVE WRK-SALDO-PAGAR      TO LG-VALOR.
           MOVE "X"                  TO LG-ORIGEM.
           MOVE WRK-CONTA-LIQUIDACAO TO LG-CONTA-REF.
           PERFORM 8000-REGISTRAR-LOG.
           MOVE WRK-CONTA-LIQUIDACAO TO CM-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   DISPLAY "CONTA DE LIQUIDACAO " WRK-CONTA-LIQUIDACAO
                       " SUMIU NO CREDITO - DEBITO DO CLIENTE SEM "
                       "CONTRAPARTIDA, VERIFICAR LOGMOVTO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   MOVE CM-SALDO TO WRK-SALDO-ANTES
                   ADD WRK-SALDO-PAGAR TO CM-SALDO
                   MOVE WRK-DATA-MOVTO TO CM-DATA-ULT-MOVTO
                   REWRITE REG-CONTA-MASTER
                   MOVE "X"             TO LG-OPERACAO
                   MOVE WRK-SALDO-PAGAR TO LG-VALOR
                   MOVE "X"             TO LG-ORIGEM
                   MOVE WRK-CONTA       TO LG-CONTA-REF
                   PERFORM 8000-REGISTRAR-LOG
           END-READ.
           PERFORM 3680-GRAVAR-ORDEM.

      *A CONTA DE LIQUIDACAO E CRIADA NO PRIMEIRO USO, COMO NO
      *INTERSAIDA.
       3650-GARANTIR-CONTA-LIQUIDACAO.
           MOVE WRK-CONTA-LIQUIDACAO TO CM-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   MOVE WRK-CONTA-LIQUIDACAO TO CM-CONTA
                   MOVE "CONTA LIQUIDACAO INTERB" TO CM-NOME
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
           END-READ.

       3680-GRAVAR-ORDEM.
           OPEN EXTEND ORDEM-ENC.
           IF WS-STATUS-ORDEM = "35"
               OPEN OUTPUT ORDEM-ENC
           END-IF.
           MOVE WRK-DATA-MOVTO      TO OE-DATA.
           MOVE WRK-BANCO-DESTINO   TO OE-BANCO-DESTINO.
           MOVE WRK-AGENCIA-DESTINO TO OE-AGENCIA-DESTINO.
           MOVE WRK-CONTA-BENEF     TO OE-CONTA-BENEF.
           MOVE WRK-SALDO-PAGAR     TO OE-VALOR.
           MOVE WRK-CONTA           TO OE-CONTA.
           MOVE WRK-OPERADOR        TO OE-OPERADOR.
           WRITE REG-ORDEM-ENC.
           CLOSE ORDEM-ENC.

      *EXTRATO DE ENCERRAMENTO NO MOLDE DO EXTRATOMENSAL: SALDO DE
      *ABERTURA DO MES, UMA LINHA POR DIA FECHADO (POSICAO.DAT) E OS
      *LANCAMENTOS DE HOJE DO LOGMOVTO, JA COM AS COBRANCAS E O
      *PAGAMENTO DO SALDO. DEPOIS, O TERMO DE ENCERRAMENTO.
       4000-EMITIR-DOCUMENTOS.
           MOVE "N" TO WRK-TEM-ABERTURA WRK-ABERTURA-LISTADA.
           MOVE ZEROS TO WRK-SALDO-ABERTURA.
           OPEN OUTPUT ENCERRA-REL.
           MOVE SPACES TO LINHA-ENCERRA.
           STRING "EXTRATO DE ENCERRAMENTO - CONTA " WRK-CONTA
               " - " WRK-NOME
               DELIMITED BY SIZE INTO LINHA-ENCERRA.
           WRITE LINHA-ENCERRA.
           MOVE SPACES TO LINHA-ENCERRA.
           STRING "AGENCIA " WRK-AGENCIA " - CPF " WRK-CPF
               " - MOEDA " WRK-MOEDA " - PERIODO " WRK-ANO-MES
               DELIMITED BY SIZE INTO LINHA-ENCERRA.
           WRITE LINHA-ENCERRA.
           MOVE SPACES TO LINHA-ENCERRA.
           WRITE LINHA-ENCERRA.
           PERFORM 4100-EXTRATO-POSICOES.
           PERFORM 4200-EXTRATO-DIA.
           PERFORM 4190-LISTAR-ABERTURA.
           MOVE ZEROS TO WRK-SALDO-DP.
           MOVE SPACES TO LINHA-ENCERRA.
           STRING "  SALDO FINAL .............: " WRK-SALDO-DP
               DELIMITED BY SIZE INTO LINHA-ENCERRA.
           WRITE LINHA-ENCERRA.
           PERFORM 4500-TERMO-ENCERRAMENTO.
           CLOSE ENCERRA-REL.

       4100-EXTRATO-POSICOES.
           MOVE "N" TO WS-FIM-POSICOES.
           OPEN INPUT POSICAO.
           IF WS-STATUS-POSICAO = "35"
               SET FIM-POSICOES TO TRUE
           ELSE
               MOVE WRK-CONTA TO PD-CONTA
               MOVE ZEROS     TO PD-DATA
               START POSICAO KEY IS NOT LESS THAN PD-CHAVE
                   INVALID KEY
                       SET FIM-POSICOES TO TRUE
               END-START
               IF WS-STATUS-POSICAO NOT = "00"
                   SET FIM-POSICOES TO TRUE
               END-IF
           END-IF.
           PERFORM 4150-TRATAR-POSICAO
               UNTIL FIM-POSICOES.
           IF WS-STATUS-POSICAO NOT = "35"
               CLOSE POSICAO
           END-IF.

       4150-TRATAR-POSICAO.
           READ POSICAO NEXT RECORD
               AT END
                   SET FIM-POSICOES TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PD-CONTA NOT = WRK-CONTA
                           SET FIM-POSICOES TO TRUE
                       WHEN PD-DATA (1:6) < WRK-ANO-MES
                           MOVE PD-SALDO-FECH TO WRK-SALDO-ABERTURA
                           MOVE "S" TO WRK-TEM-ABERTURA
                       WHEN PD-DATA (1:6) = WRK-ANO-MES
                           PERFORM 4190-LISTAR-ABERTURA
                           MOVE PD-QTD-MOVTOS TO WRK-QTD-DP
                           MOVE PD-SALDO-FECH TO WRK-SALDO-DP
                           MOVE SPACES TO LINHA-ENCERRA
                           STRING "  " PD-DATA " MOVTOS " WRK-QTD-DP
                               " SALDO DO DIA " WRK-SALDO-DP
                               DELIMITED BY SIZE INTO LINHA-ENCERRA
                           WRITE LINHA-ENCERRA
                       WHEN OTHER
                           SET FIM-POSICOES TO TRUE
                   END-EVALUATE
           END-READ.
           IF WS-STATUS-POSICAO NOT = "00"
               SET FIM-POSICOES TO TRUE
           END-IF.

       4190-LISTAR-ABERTURA.
           IF WRK-ABERTURA-LISTADA = "N"
               MOVE "S" TO WRK-ABERTURA-LISTADA
               MOVE SPACES TO LINHA-ENCERRA
               IF WRK-TEM-ABERTURA = "S"
                   MOVE WRK-SALDO-ABERTURA TO WRK-SALDO-DP
                   STRING "  SALDO DE ABERTURA .......: " WRK-SALDO-DP
                       DELIMITED BY SIZE INTO LINHA-ENCERRA
               ELSE
                   STRING "  SEM POSICAO ANTERIOR AO PERIODO"
                       DELIMITED BY SIZE INTO LINHA-ENCERRA
               END-IF
               WRITE LINHA-ENCERRA
           END-IF.

       4200-EXTRATO-DIA.
           MOVE "N" TO WS-FIM-LOG.
           OPEN INPUT LOG-MOVTO.
           IF WS-STATUS-LOG = "35"
               SET FIM-LOG TO TRUE
           END-IF.
           PERFORM 4250-LISTAR-LANCAMENTO
               UNTIL FIM-LOG.
           IF WS-STATUS-LOG NOT = "35"
               CLOSE LOG-MOVTO
           END-IF.

       4250-LISTAR-LANCAMENTO.
           READ LOG-MOVTO
               AT END
                   SET FIM-LOG TO TRUE
               NOT AT END
                   IF LG-CONTA = WRK-CONTA
                       AND LG-DATA-HORA (1:8) = WRK-DATA-MOVTO
                       PERFORM 4190-LISTAR-ABERTURA
                       PERFORM 4260-ROTULAR-LANCAMENTO
                       MOVE LG-VALOR        TO WRK-VALOR-DP
                       MOVE LG-SALDO-DEPOIS TO WRK-SALDO-DP
                       MOVE SPACES TO LINHA-ENCERRA
                       STRING "  " LG-DATA-HORA (1:8) " "
                           LG-DATA-HORA (9:6) " " WRK-ROTULO
                           WRK-VALOR-DP " SALDO " WRK-SALDO-DP
                           DELIMITED BY SIZE INTO LINHA-ENCERRA
                       WRITE LINHA-ENCERRA
                   END-IF
           END-READ.

       4260-ROTULAR-LANCAMENTO.
           EVALUATE LG-OPERACAO
               WHEN "D"
                   MOVE "DEPOSITO"            TO WRK-ROTULO
               WHEN "S"
                   MOVE "SAQUE"               TO WRK-ROTULO
               WHEN "T"
                   MOVE "TRANSFERENCIA"       TO WRK-ROTULO
               WHEN "C"
                   MOVE "CONVERSAO"           TO WRK-ROTULO
               WHEN "X"
                   MOVE "TRANSF. OUTRO BANCO" TO WRK-ROTULO
               WHEN "F"
                   MOVE "TARIFA"              TO WRK-ROTULO
               WHEN "J"
                   MOVE "JUROS CH. ESPECIAL"  TO WRK-ROTULO
               WHEN "H"
                   MOVE "CHEQUE COMPENSADO"   TO WRK-ROTULO
               WHEN "E"
                   MOVE "ESTORNO"             TO WRK-ROTULO
               WHEN "R"
                   MOVE "RECUSADA"            TO WRK-ROTULO
               WHEN OTHER
                   MOVE SPACES                TO WRK-ROTULO
                   STRING "OPERACAO " LG-OPERACAO
                       DELIMITED BY SIZE INTO WRK-ROTULO
           END-EVALUATE.

       4500-TERMO-ENCERRAMENTO.
           MOVE SPACES TO LINHA-ENCERRA.
           WRITE LINHA-ENCERRA.
           MOVE "TERMO DE ENCERRAMENTO DE CONTA" TO LINHA-ENCERRA.
           WRITE LINHA-ENCERRA.
           MOVE SPACES TO LINHA-ENCERRA.
           STRING "TITULAR " WRK-NOME " - CPF " WRK-CPF
               DELIMITED BY SIZE INTO LINHA-ENCERRA.
           WRITE LINHA-ENCERRA.
           MOVE SPACES TO LINHA-ENCERRA.
           STRING "CONTA " WRK-CONTA " - AGENCIA " WRK-AGENCIA
               " - ENCERRADA EM " WRK-DATA-MOVTO
               DELIMITED BY SIZE INTO LINHA-ENCERRA.
           WRITE LINHA-ENCERRA.
           MOVE SPACES TO LINHA-ENCERRA.
           STRING "MOTIVO: " WRK-MOTIVO
               DELIMITED BY SIZE INTO LINHA-ENCERRA.
           WRITE LINHA-ENCERRA.
           MOVE WRK-TARIFA-DEVIDA TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-ENCERRA.
           STRING "  TARIFA DE MANUTENCAO PRO-RATA ...: " WRK-VALOR-DP
               DELIMITED BY SIZE INTO LINHA-ENCERRA.
           WRITE LINHA-ENCERRA.
           MOVE WRK-JUROS-DEVIDOS TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-ENCERRA.
           STRING "  JUROS DO CHEQUE ESPECIAL ........: " WRK-VALOR-DP
               DELIMITED BY SIZE INTO LINHA-ENCERRA.
           WRITE LINHA-ENCERRA.
           MOVE WRK-SALDO-PAGAR TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-ENCERRA.
           STRING "  SALDO PAGO AO TITULAR ...........: " WRK-VALOR-DP
               DELIMITED BY SIZE INTO LINHA-ENCERRA.
           WRITE LINHA-ENCERRA.
           MOVE SPACES TO LINHA-ENCERRA.
           EVALUATE WRK-FORMA-PAGTO
               WHEN "1"
                   STRING "    CREDITADO NA CONTA " WRK-CONTA-DESTINO
                       " - " WRK-NOME-DESTINO
                       DELIMITED BY SIZE INTO LINHA-ENCERRA
               WHEN "2"
                   STRING "    ORDEM AO BANCO " WRK-BANCO-DESTINO
                       " AGENCIA " WRK-AGENCIA-DESTINO
                       " CONTA " WRK-CONTA-BENEF
                       DELIMITED BY SIZE INTO LINHA-ENCERRA
               WHEN OTHER
                   STRING "    SEM SALDO A PAGAR"
                       DELIMITED BY SIZE INTO LINHA-ENCERRA
           END-EVALUATE.
           WRITE LINHA-ENCERRA.
           MOVE WRK-QTD-CHEQUES TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-ENCERRA.
           STRING "  FOLHAS DE CHEQUE CANCELADAS .....: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-ENCERRA.
           WRITE LINHA-ENCERRA.
           MOVE WRK-QTD-AGENDA TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-ENCERRA.
           STRING "  AGENDAMENTOS ENCERRADOS .........: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-ENCERRA.
           WRITE LINHA-ENCERRA.
           MOVE WRK-QTD-CARTOES TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-ENCERRA.
           STRING "  CARTOES DE DEBITO CANCELADOS ....: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-ENCERRA.
           WRITE LINHA-ENCERRA.
           MOVE SPACES TO LINHA-ENCERRA.
           WRITE LINHA-ENCERRA.
           MOVE "DECLARO ESTAR DE ACORDO COM O ENCERRAMENTO DA CONTA"
               TO LINHA-ENCERRA.
           WRITE LINHA-ENCERRA.
           MOVE "E COM A QUITACAO ACIMA, CIENTE DE QUE AS FOLHAS DE"
               TO LINHA-ENCERRA.
           WRITE LINHA-ENCERRA.
           MOVE "CHEQUE CANCELADAS NAO SERAO PAGAS." TO LINHA-ENCERRA.
           WRITE LINHA-ENCERRA.
           MOVE SPACES TO LINHA-ENCERRA.
           WRITE LINHA-ENCERRA.
           WRITE LINHA-ENCERRA.
           MOVE ALL "_" TO LINHA-ENCERRA.
           MOVE SPACES  TO LINHA-ENCERRA (31:4) LINHA-ENCERRA (65:).
           WRITE LINHA-ENCERRA.
           MOVE SPACES TO LINHA-ENCERRA.
           STRING "ASSINATURA DO TITULAR             SUPERVISOR "
               WRK-OPERADOR
               DELIMITED BY SIZE INTO LINHA-ENCERRA.
           WRITE LINHA-ENCERRA.

      *O STATUS "E" E O ULTIMO PASSO: LIMITE DO CHEQUE ESPECIAL
      *ZERADO (O CONTRATO ACABA COM A CONTA) E A DATA-MOVIMENTO COMO
      *DATA DO STATUS, QUE O CCSDIARIO COMUNICA COMO FIM DO VINCULO.
       5000-MARCAR-ENCERRADA.
           PERFORM 3050-RELER-CONTA.
           MOVE "E"            TO CM-STATUS.
           MOVE WRK-DATA-MOVTO TO CM-STATUS-DATA.
           MOVE WRK-MOTIVO     TO CM-STATUS-MOTIVO.
           MOVE ZEROS          TO CM-LIMITE.
           REWRITE REG-CONTA-MASTER.
           PERFORM 5100-GRAVAR-EVENTO-CLI.

       5100-GRAVAR-EVENTO-CLI.
           OPEN EXTEND EVENTO-CLI.
           IF WS-STATUS-EVENTO = "35"
               OPEN OUTPUT EVENTO-CLI
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:14) TO EC-DATA-HORA.
           MOVE WRK-DATA-MOVTO  TO EC-DATA-HORA (1:8).
           MOVE "ST"            TO EC-TIPO.
           MOVE WRK-CONTA       TO EC-CONTA.
           MOVE WRK-CPF         TO EC-CPF.
           MOVE WRK-NOME        TO EC-NOME.
           MOVE WRK-AGENCIA     TO EC-AGENCIA.
           MOVE WRK-SALDO-PAGAR TO EC-VALOR.
           MOVE "ENCERRADA"     TO EC-REFERENCIA.
           MOVE WRK-MOTIVO      TO EC-DETALHE.
           MOVE "ENCERRACONTA"  TO EC-PROGRAMA.
           WRITE REG-EVENTO-CLI.
           CLOSE EVENTO-CLI.

      *LG-OPERACAO, LG-VALOR, LG-ORIGEM E LG-CONTA-REF VEM
      *PREENCHIDOS; O SALDO ANTES VEM EM WRK-SALDO-ANTES E O DEPOIS E
      *O CM-SALDO. O LANCAMENTO E DO SUPERVISOR QUE ENCERROU.
       8000-REGISTRAR-LOG.
           MOVE FUNCTION CURRENT-DATE (1:14) TO LG-DATA-HORA.
           MOVE WRK-DATA-MOVTO  TO LG-DATA-HORA (1:8).
           MOVE CM-CONTA        TO LG-CONTA.
           MOVE WRK-SALDO-ANTES TO LG-SALDO-ANTES.
           MOVE CM-SALDO        TO LG-SALDO-DEPOIS.
           MOVE WRK-OPERADOR    TO LG-OPERADOR.
           MOVE CM-AGENCIA      TO LG-AGENCIA.
           MOVE "N"             TO LG-ESTORNADO.
           MOVE SPACES          TO LG-APROVADOR.
           WRITE REG-LOG-MOVTO.

       9000-ENCERRAR-ARQUIVOS.
           CLOSE CONTA-MASTER.
