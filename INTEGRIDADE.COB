       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. INTEGRIDADE.
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
           SELECT CLIENTES  ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CPF
               FILE STATUS IS WS-STATUS-CLIENTES.
           SELECT POSICAO  ASSIGN TO "POSICAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-CHAVE
               FILE STATUS IS WS-STATUS-POSICAO.
           SELECT LOG-MOVTO  ASSIGN TO "LOGMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.
           SELECT CHEQUES  ASSIGN TO "CHEQUES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CHAVE
               FILE STATUS IS WS-STATUS-CHEQUES.
           SELECT BLOQUEIOS  ASSIGN TO "BLOQUEIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BLOQUEIOS.
           SELECT AGENDA  ASSIGN TO "AGENDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AGENDA.
           SELECT ALUNOS  ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WS-STATUS-ALUNOS.
      *ULTIMO LANCAMENTO DE CADA CONTA NO LOGMOVTO, EM ORDEM DE
      *CONTA, PARA CASAR COM A VARREDURA DO MASTER.
           SELECT ULTIMO-LOG  ASSIGN TO "INTLOG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ULTIMO-LOG.
      *DATA-MOVIMENTO DA ULTIMA VARREDURA SEM INCONSISTENCIA CRITICA.
           SELECT INTEG-CTL  ASSIGN TO "INTEGCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INTEG-CTL.
           SELECT INTEG-REL  ASSIGN TO "INTEGRIDADE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INTEG-REL.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
           SELECT CLASS-LOG  ASSIGN TO "INTLSORT.TMP".
           SELECT CLASSIFICACAO  ASSIGN TO "INTSORT.TMP".
       DATA                            DIVISION.
       FILE SECTION.
       FD  CONTA-MASTER.
           COPY CONTACLI.
       FD  CLIENTES.
           COPY CLIENTE.
       FD  POSICAO.
           COPY POSICAO.
       FD  LOG-MOVTO.
           COPY LOGMOVTO.
       FD  CHEQUES.
           COPY CHEQUE.
       FD  BLOQUEIOS.
           COPY BLOQUEIO.
       FD  AGENDA.
           COPY AGENDA.
       FD  ALUNOS.
           COPY ALUNOS.
       FD  ULTIMO-LOG.
       01  REG-ULTIMO-LOG.
           05  UL-CONTA            PICTURE 9(6).
           05  UL-DATA             PICTURE 9(8).
           05  UL-SALDO            PICTURE S9(7)V99.
       FD  INTEG-CTL.
       01  REG-INTEG-CTL.
           05  IC-DATA-ULTIMA      PICTURE 9(8).
       FD  INTEG-REL.
       01  LINHA-INTEG         PICTURE X(80).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
      *LOG POR CONTA COM O ULTIMO LANCAMENTO NA FRENTE (SEQUENCIA
      *DE LEITURA DECRESCENTE).
       SD  CLASS-LOG.
       01  REG-CLASS-LOG.
           05  CG-CONTA            PICTURE 9(6).
           05  CG-SEQ              PICTURE 9(9).
           05  CG-DATA             PICTURE 9(8).
           05  CG-SALDO            PICTURE S9(7)V99.
      *UMA INCONSISTENCIA POR REGISTRO, AGRUPADAS POR TIPO E AGENCIA.
      *AGENCIA ZERADA = CONTA QUE NAO EXISTE NO MASTER.
       SD  CLASSIFICACAO.
       01  REG-CLASS.
           05  CL-TIPO             PICTURE 9(2).
           05  CL-AGENCIA          PICTURE 9(3).
           05  CL-CONTA            PICTURE 9(6).
           05  CL-DETALHE          PICTURE X(55).
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E A VARREDURA SEMANAL DE INTEGRIDADE ENTRE OS
      *ARQUIVOS MESTRES, QUE SAO MANTIDOS POR MUITOS PROGRAMAS
      *DIFERENTES. CONFERE:
      *  01 SALDO DO MASTER X POSICAO/LOG (CRITICO): O CM-SALDO TEM
      *     DE SER O ULTIMO SALDO-DEPOIS DO LOGMOVTO QUANDO A CONTA
      *     MOVIMENTOU DEPOIS DA ULTIMA POSICAO, SENAO O PD-SALDO-FECH
      *     DA ULTIMA POSICAO;
      *  02 REGISTRO INVALIDO NO MASTER (CRITICO): SALDO, AGENCIA OU
      *     STATUS FORA DO DOMINIO;
      *  03 CONTA CUJO CM-CPF NAO ESTA NO CLIENTES.DAT;
      *  04 FOLHAS DE CHEQUE AINDA EMITIDAS EM CONTA ENCERRADA OU
      *     INEXISTENTE;
      *  05 BLOQUEIO JUDICIAL EM CONTA INEXISTENTE;
      *  06 AGENDAMENTO COM CONTA (OU DESTINO) ENCERRADA OU
      *     INEXISTENTE;
      *  07 ALUNO COM AL-CONTA-RESP BLOQUEADA, ENCERRADA, DORMENTE OU
      *     INEXISTENTE (A MENSALIDADE NAO TEM ONDE DEBITAR).
      *SAI O INTEGRIDADE.PRT AGRUPADO POR TIPO E AGENCIA. COM
      *INCONSISTENCIA CRITICA O RETURN-CODE E 8 E O LOTE PARA ANTES
      *DE LANCAR SOBRE UM MASTER DANIFICADO. SO LE OS ARQUIVOS.
      *A ENTRADA DIZ O MODO: "S" VARRE SEMPRE (SOB DEMANDA), "N" SO
      *VARRE QUANDO A ULTIMA VARREDURA LIMPA TEM 7 DIAS OU MAIS (O
      *NIGHTLY CHAMA TODA NOITE).
       01  WRK-MODO             PICTURE X(1) VALUE SPACE.
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
       01  WRK-DATA-DP          PICTURE X(10) VALUE SPACES.
       01  WRK-DIAS-DESDE       PICTURE S9(7) VALUE ZERO.
       01  WRK-DIAS-INTERVALO   PICTURE 9(2) VALUE 7.
       01  WRK-SEQ-LOG          PICTURE 9(9) VALUE ZERO.
       01  WRK-CONTA-ANTERIOR   PICTURE 9(6) VALUE ZERO.
      *SALDO ESPERADO DA CONTA E DE ONDE ELE VEIO.
       01  WRK-TEM-ESPERADO     PICTURE X    VALUE "N".
       01  WRK-SALDO-ESPERADO   PICTURE S9(7)V99 VALUE ZERO.
       01  WRK-FONTE-ESPERADO   PICTURE X(7) VALUE SPACES.
       01  WRK-DATA-ESPERADO    PICTURE 9(8) VALUE ZERO.
       01  WRK-TEM-POSICAO      PICTURE X    VALUE "N".
       01  WRK-POS-DATA         PICTURE 9(8) VALUE ZERO.
       01  WRK-POS-SALDO        PICTURE S9(7)V99 VALUE ZERO.
       01  WRK-SALDO-DP         PICTURE -Z.ZZZ.ZZ9,99.
       01  WRK-ESPERADO-DP      PICTURE -Z.ZZZ.ZZ9,99.
       01  WRK-VALOR-DP         PICTURE Z.ZZZ.ZZ9,99.
      *CONSULTA DE CONTA NO MASTER PELOS ARQUIVOS DEPENDENTES.
       01  WRK-CONTA-PROCURADA  PICTURE 9(6) VALUE ZERO.
       01  WRK-CONTA-EXISTE     PICTURE X    VALUE "N".
       01  WRK-CONTA-STATUS     PICTURE X(1) VALUE SPACE.
       01  WRK-CONTA-AGENCIA    PICTURE 9(3) VALUE ZERO.
       01  WRK-SITUACAO-CONTA   PICTURE X(12) VALUE SPACES.
      *FOLHAS EMITIDAS DA CONTA EM CURSO NO CHEQUES.DAT (UMA LINHA
      *POR CONTA, COM A FAIXA DE NUMEROS).
       01  WRK-CH-CONTA         PICTURE 9(6) VALUE ZERO.
       01  WRK-CH-QTD           PICTURE 9(5) VALUE ZERO.
       01  WRK-CH-PRIMEIRO      PICTURE 9(6) VALUE ZERO.
       01  WRK-CH-ULTIMO        PICTURE 9(6) VALUE ZERO.
       01  WRK-CH-QTD-DP        PICTURE ZZZZ9.
      *TOTAIS POR TIPO; OS TIPOS 01 E 02 SAO CRITICOS.
       01  WRK-TABELA-TIPOS.
           05  WRK-QTD-TIPO OCCURS 7 TIMES PICTURE 9(6).
       01  WRK-QTD-CRITICAS     PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-TOTAL        PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-CONTAS       PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-AGENCIA      PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-NO-TIPO      PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-DP           PICTURE ZZZ.ZZ9.
       01  WRK-T                PICTURE 9(2) VALUE ZERO.
       01  WRK-TIPO-ATUAL       PICTURE 9(2) VALUE ZERO.
       01  WRK-AGENCIA-ATUAL    PICTURE 9(3) VALUE ZERO.
       01  WRK-DESCRICAO-TIPO   PICTURE X(55) VALUE SPACES.
       01  WRK-GRAVIDADE        PICTURE X(7) VALUE SPACES.
      *CONTROLE DE PAGINACAO DO RELATORIO: CABECALHO COM PROGRAMA,
      *DATA E PAGINA, QUEBRA NO TAMANHO DE PAGINA DA IMPRESSORA.
       01  WRK-LINHAS-PAGINA  PICTURE 9(2) VALUE 99.
       01  WRK-PAGINA         PICTURE 9(4) VALUE ZERO.
       01  WRK-PAGINA-DP      PICTURE ZZZ9.
       01  WRK-LINHA-GUARDADA PICTURE X(80) VALUE SPACES.
       01  WS-STATUS-CONTA      PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CLIENTES   PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-POSICAO    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-LOG        PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CHEQUES    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-BLOQUEIOS  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-AGENDA     PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-ALUNOS     PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-ULTIMO-LOG PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-INTEG-CTL  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-INTEG-REL  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-FIM-CONTAS        PICTURE X    VALUE "N".
           88  FIM-CONTAS                     VALUE "S".
       01  WS-FIM-LOG           PICTURE X    VALUE "N".
           88  FIM-LOG                        VALUE "S".
       01  WS-FIM-ULTIMO-LOG    PICTURE X    VALUE "N".
           88  FIM-ULTIMO-LOG                 VALUE "S".
       01  WS-FIM-POSICOES      PICTURE X    VALUE "N".
           88  FIM-POSICOES                   VALUE "S".
       01  WS-FIM-CHEQUES       PICTURE X    VALUE "N".
           88  FIM-CHEQUES                    VALUE "S".
       01  WS-FIM-BLOQUEIOS     PICTURE X    VALUE "N".
           88  FIM-BLOQUEIOS                  VALUE "S".
       01  WS-FIM-AGENDA        PICTURE X    VALUE "N".
           88  FIM-AGENDA                     VALUE "S".
       01  WS-FIM-ALUNOS        PICTURE X    VALUE "N".
           88  FIM-ALUNOS                     VALUE "S".
       01  WS-FIM-CLASS-LOG     PICTURE X    VALUE "N".
           88  FIM-CLASS-LOG                  VALUE "S".
       01  WS-FIM-CLASS         PICTURE X    VALUE "N".
           88  FIM-CLASS                      VALUE "S".
       01  WS-SEM-CLIENTES      PICTURE X    VALUE "N".
           88  SEM-CLIENTES                   VALUE "S".
       01  WS-SEM-POSICAO       PICTURE X    VALUE "N".
           88  SEM-POSICAO                    VALUE "S".
       01  WS-SEM-CHEQUES       PICTURE X    VALUE "N".
           88  SEM-CHEQUES                    VALUE "S".
       01  WS-SEM-ALUNOS        PICTURE X    VALUE "N".
           88  SEM-ALUNOS                     VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           SORT CLASS-LOG
               ON ASCENDING KEY CG-CONTA
               ON DESCENDING KEY CG-SEQ
               INPUT PROCEDURE IS 2000-LIBERAR-LOG
               OUTPUT PROCEDURE IS 2500-GRAVAR-ULTIMO-LOG.
           SORT CLASSIFICACAO
               ON ASCENDING KEY CL-TIPO CL-AGENCIA CL-CONTA
               INPUT PROCEDURE IS 3000-VARRER-ARQUIVOS
               OUTPUT PROCEDURE IS 4000-IMPRIMIR-INCONSISTENCIAS.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           PERFORM 1050-LER-DATA-MOVTO.
           ACCEPT WRK-MODO.
           IF WRK-MODO NOT = "S"
               PERFORM 1100-TESTAR-VENCIMENTO
           END-IF.
           OPEN INPUT CONTA-MASTER.
           IF WS-STATUS-CONTA = "35"
               OPEN OUTPUT CONTA-MASTER
               CLOSE CONTA-MASTER
               OPEN INPUT CONTA-MASTER
           END-IF.
           IF WS-STATUS-CONTA = "39"
               DISPLAY "CONTAMASTER.DAT COM LAYOUT ANTIGO - RODE O "
                   "MIGRALAYOUT ANTES DE CONTINUAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES.
           IF WS-STATUS-CLIENTES = "35"
               SET SEM-CLIENTES TO TRUE
               DISPLAY "INTEGRIDADE: SEM CLIENTES.DAT - CONTAS SEM "
                   "CLIENTE NAO CONFERIDAS"
           END-IF.
           OPEN INPUT POSICAO.
           IF WS-STATUS-POSICAO = "35"
               SET SEM-POSICAO TO TRUE
           END-IF.
           OPEN INPUT CHEQUES.
           IF WS-STATUS-CHEQUES = "35"
               SET SEM-CHEQUES TO TRUE
           END-IF.
           OPEN INPUT ALUNOS.
           IF WS-STATUS-ALUNOS = "35"
               SET SEM-ALUNOS TO TRUE
           END-IF.
           IF WS-STATUS-ALUNOS = "39"
               DISPLAY "ALUNOS.DAT COM LAYOUT ANTIGO - RODE O "
                   "MIGRALAYOUT ANTES DE CONTINUAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INTEG-REL.
           MOVE SPACES TO WRK-DATA-DP.
           STRING WRK-DATA-MOVTO (7:2) "/" WRK-DATA-MOVTO (5:2) "/"
               WRK-DATA-MOVTO (1:4)
               DELIMITED BY SIZE INTO WRK-DATA-DP.
           PERFORM VARYING WRK-T FROM 1 BY 1 UNTIL WRK-T > 7
               MOVE ZERO TO WRK-QTD-TIPO (WRK-T)
           END-PERFORM.

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

      *NO NIGHTLY A VARREDURA SO RODA UMA VEZ POR SEMANA. SEM O
      *CARTAO (PRIMEIRA VEZ OU ULTIMA VARREDURA COM INCONSISTENCIA
      *CRITICA) ELA E SEMPRE DEVIDA.
       1100-TESTAR-VENCIMENTO.
           OPEN INPUT INTEG-CTL.
           IF WS-STATUS-INTEG-CTL NOT = "35"
               READ INTEG-CTL
                   AT END
                       MOVE ZERO TO IC-DATA-ULTIMA
               END-READ
               CLOSE INTEG-CTL
               IF IC-DATA-ULTIMA NUMERIC
                   AND IC-DATA-ULTIMA NOT = ZERO
                   COMPUTE WRK-DIAS-DESDE =
                       FUNCTION INTEGER-OF-DATE (WRK-DATA-MOVTO)
                       - FUNCTION INTEGER-OF-DATE (IC-DATA-ULTIMA)
                   IF WRK-DIAS-DESDE < WRK-DIAS-INTERVALO
                       DISPLAY "INTEGRIDADE: ULTIMA VARREDURA EM "
                           IC-DATA-ULTIMA " - PROXIMA SO DAQUI A "
                           WRK-DIAS-INTERVALO " DIAS"
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

      *FASE 1: O LOGMOVTO VEM EM ORDEM DE LANCAMENTO; A SEQUENCIA DE
      *LEITURA PRESERVA ESSA ORDEM DENTRO DA CONTA NA CLASSIFICACAO.
       2000-LIBERAR-LOG.
           OPEN INPUT LOG-MOVTO.
           IF WS-STATUS-LOG = "35"
               SET FIM-LOG TO TRUE
           END-IF.
           PERFORM 2100-LIBERAR-LANCAMENTO
               UNTIL FIM-LOG.
           IF WS-STATUS-LOG NOT = "35"
               CLOSE LOG-MOVTO
           END-IF.

       2100-LIBERAR-LANCAMENTO.
           READ LOG-MOVTO
               AT END
                   SET FIM-LOG TO TRUE
               NOT AT END
                   ADD 1 TO WRK-SEQ-LOG
                   MOVE LG-CONTA           TO CG-CONTA
                   MOVE WRK-SEQ-LOG        TO CG-SEQ
                   MOVE LG-DATA-HORA (1:8) TO CG-DATA
                   MOVE LG-SALDO-DEPOIS    TO CG-SALDO
                   RELEASE REG-CLASS-LOG
           END-READ.

       2500-GRAVAR-ULTIMO-LOG.
           OPEN OUTPUT ULTIMO-LOG.
           MOVE ZERO TO WRK-CONTA-ANTERIOR.
           PERFORM 2600-RETORNAR-LOG
               UNTIL FIM-CLASS-LOG.
           CLOSE ULTIMO-LOG.

       2600-RETORNAR-LOG.
           RETURN CLASS-LOG
               AT END
                   SET FIM-CLASS-LOG TO TRUE
               NOT AT END
                   IF CG-CONTA NOT = WRK-CONTA-ANTERIOR
                       MOVE CG-CONTA TO WRK-CONTA-ANTERIOR
                       MOVE CG-CONTA TO UL-CONTA
                       MOVE CG-DATA  TO UL-DATA
                       MOVE CG-SALDO TO UL-SALDO
                       WRITE REG-ULTIMO-LOG
                   END-IF
           END-RETURN.

      *FASE 2: CADA CONFERENCIA LIBERA AS SUAS INCONSISTENCIAS PARA
      *A CLASSIFICACAO POR TIPO E AGENCIA.
       3000-VARRER-ARQUIVOS.
           PERFORM 3100-VARRER-MASTER.
           IF NOT SEM-CHEQUES
               PERFORM 3400-VARRER-CHEQUES
           END-IF.
           PERFORM 3500-VARRER-BLOQUEIOS.
           PERFORM 3600-VARRER-AGENDA.
           IF NOT SEM-ALUNOS
               PERFORM 3700-VARRER-ALUNOS
           END-IF.

       3100-VARRER-MASTER.
           OPEN INPUT ULTIMO-LOG.
           PERFORM 3190-LER-ULTIMO-LOG.
           MOVE LOW-VALUES TO CM-CONTA.
           START CONTA-MASTER KEY IS NOT LESS THAN CM-CONTA
               INVALID KEY
                   SET FIM-CONTAS TO TRUE
           END-START.
           IF NOT FIM-CONTAS
               PERFORM 3180-LER-CONTA
           END-IF.
           PERFORM 3110-CONFERIR-CONTA
               UNTIL FIM-CONTAS.
           CLOSE ULTIMO-LOG.

       3110-CONFERIR-CONTA.
           ADD 1 TO WRK-QTD-CONTAS.
           IF CM-SALDO NOT NUMERIC OR CM-AGENCIA NOT NUMERIC
               OR NOT (CM-ATIVA OR CM-BLOQUEADA OR CM-ENCERRADA
                       OR CM-DORMENTE)
               MOVE 2        TO CL-TIPO
               MOVE ZERO     TO CL-AGENCIA
               IF CM-AGENCIA NUMERIC
                   MOVE CM-AGENCIA TO CL-AGENCIA
               END-IF
               MOVE CM-CONTA TO CL-CONTA
               MOVE SPACES   TO CL-DETALHE
               STRING "STATUS '" CM-STATUS "' " CM-NOME
                   " - CAMPO FORA DO DOMINIO"
                   DELIMITED BY SIZE INTO CL-DETALHE
               PERFORM 3900-LIBERAR
           ELSE
               PERFORM 3200-CONFERIR-SALDO
           END-IF.
           IF NOT SEM-CLIENTES
               MOVE CM-CPF TO CI-CPF
               READ CLIENTES
                   INVALID KEY
                       MOVE 3        TO CL-TIPO
                       MOVE CM-AGENCIA TO CL-AGENCIA
                       MOVE CM-CONTA TO CL-CONTA
                       MOVE SPACES   TO CL-DETALHE
                       STRING "CPF " CM-CPF " " CM-NOME
                           DELIMITED BY SIZE INTO CL-DETALHE
                       PERFORM 3900-LIBERAR
               END-READ
           END-IF.
           PERFORM 3180-LER-CONTA.

      *O SALDO ESPERADO E O DO ULTIMO LANCAMENTO QUANDO A CONTA
      *MOVIMENTOU DEPOIS DA ULTIMA POSICAO (MOVIMENTO DE BALCAO DO
      *DIA, AINDA SEM POSICAO); SENAO, O DA ULTIMA POSICAO. CONTA
      *SEM POSICAO E SEM LOG (ABERTA E NUNCA MOVIMENTADA) NAO TEM
      *CONTRA O QUE CONFERIR.
       3200-CONFERIR-SALDO.
           PERFORM 3210-LER-ULTIMA-POSICAO.
           PERFORM 3190-LER-ULTIMO-LOG
               UNTIL FIM-ULTIMO-LOG OR UL-CONTA >= CM-CONTA.
           MOVE "N" TO WRK-TEM-ESPERADO.
           IF WRK-TEM-POSICAO = "S"
               MOVE "S"           TO WRK-TEM-ESPERADO
               MOVE WRK-POS-SALDO TO WRK-SALDO-ESPERADO
               MOVE WRK-POS-DATA  TO WRK-DATA-ESPERADO
               MOVE "POSICAO"     TO WRK-FONTE-ESPERADO
           END-IF.
           IF NOT FIM-ULTIMO-LOG AND UL-CONTA = CM-CONTA
               IF WRK-TEM-POSICAO = "N" OR UL-DATA > WRK-POS-DATA
                   MOVE "S"      TO WRK-TEM-ESPERADO
                   MOVE UL-SALDO TO WRK-SALDO-ESPERADO
                   MOVE UL-DATA  TO WRK-DATA-ESPERADO
                   MOVE "LOG"    TO WRK-FONTE-ESPERADO
               END-IF
           END-IF.
           IF WRK-TEM-ESPERADO = "S"
               AND CM-SALDO NOT = WRK-SALDO-ESPERADO
               MOVE CM-SALDO           TO WRK-SALDO-DP
               MOVE WRK-SALDO-ESPERADO TO WRK-ESPERADO-DP
               MOVE 1          TO CL-TIPO
               MOVE CM-AGENCIA TO CL-AGENCIA
               MOVE CM-CONTA   TO CL-CONTA
               MOVE SPACES     TO CL-DETALHE
               STRING "MASTER" WRK-SALDO-DP " "
                   DELIMITED BY SIZE
                   WRK-FONTE-ESPERADO DELIMITED BY SPACE
                   WRK-ESPERADO-DP " DE "
                   WRK-DATA-ESPERADO (7:2) "/"
                   WRK-DATA-ESPERADO (5:2) "/"
                   WRK-DATA-ESPERADO (1:4)
                   DELIMITED BY SIZE INTO CL-DETALHE
               PERFORM 3900-LIBERAR
           END-IF.

       3210-LER-ULTIMA-POSICAO.
           MOVE "N" TO WRK-TEM-POSICAO.
           IF NOT SEM-POSICAO
               MOVE "N"      TO WS-FIM-POSICOES
               MOVE CM-CONTA TO PD-CONTA
               MOVE ZEROS    TO PD-DATA
               START POSICAO KEY IS NOT LESS THAN PD-CHAVE
                   INVALID KEY
                       SET FIM-POSICOES TO TRUE
               END-START
               PERFORM 3220-LER-POSICAO
                   UNTIL FIM-POSICOES
           END-IF.

       3220-LER-POSICAO.
           READ POSICAO NEXT RECORD
               AT END
                   SET FIM-POSICOES TO TRUE
               NOT AT END
                   IF PD-CONTA NOT = CM-CONTA
                       SET FIM-POSICOES TO TRUE
                   ELSE
                       MOVE "S"           TO WRK-TEM-POSICAO
                       MOVE PD-DATA       TO WRK-POS-DATA
                       MOVE PD-SALDO-FECH TO WRK-POS-SALDO
                   END-IF
           END-READ.

       3180-LER-CONTA.
           READ CONTA-MASTER NEXT RECORD
               AT END
                   SET FIM-CONTAS TO TRUE
           END-READ.
           IF WS-STATUS-CONTA NOT = "00"
               AND WS-STATUS-CONTA NOT = "02"
               SET FIM-CONTAS TO TRUE
           END-IF.

       3190-LER-ULTIMO-LOG.
           READ ULTIMO-LOG
               AT END
                   SET FIM-ULTIMO-LOG TO TRUE
           END-READ.

      *O CHEQUES.DAT VEM POR CONTA+NUMERO: AS FOLHAS EMITIDAS DE
      *CADA CONTA SE ACUMULAM E SAEM NUMA LINHA SO NA QUEBRA.
       3400-VARRER-CHEQUES.
           MOVE ZERO TO WRK-CH-CONTA.
           MOVE ZERO TO WRK-CH-QTD.
           MOVE LOW-VALUES TO CH-CHAVE.
           START CHEQUES KEY IS NOT LESS THAN CH-CHAVE
               INVALID KEY
                   SET FIM-CHEQUES TO TRUE
           END-START.
           PERFORM 3410-CONFERIR-CHEQUE
               UNTIL FIM-CHEQUES.
           PERFORM 3450-FECHAR-CONTA-CHEQUES.

       3410-CONFERIR-CHEQUE.
           READ CHEQUES NEXT RECORD
               AT END
                   SET FIM-CHEQUES TO TRUE
               NOT AT END
                   IF CH-EMITIDO
                       IF CH-CONTA NOT = WRK-CH-CONTA
                           PERFORM 3450-FECHAR-CONTA-CHEQUES
                           MOVE CH-CONTA  TO WRK-CH-CONTA
                           MOVE CH-NUMERO TO WRK-CH-PRIMEIRO
                       END-IF
                       ADD 1 TO WRK-CH-QTD
                       MOVE CH-NUMERO TO WRK-CH-ULTIMO
                   END-IF
           END-READ.

       3450-FECHAR-CONTA-CHEQUES.
           IF WRK-CH-QTD > ZERO
               MOVE WRK-CH-CONTA TO WRK-CONTA-PROCURADA
               PERFORM 3800-CONSULTAR-CONTA
               IF WRK-CONTA-EXISTE = "N" OR WRK-CONTA-STATUS = "E"
                   MOVE WRK-CH-QTD TO WRK-CH-QTD-DP
                   MOVE 4                 TO CL-TIPO
                   MOVE WRK-CONTA-AGENCIA TO CL-AGENCIA
                   MOVE WRK-CH-CONTA      TO CL-CONTA
                   MOVE SPACES            TO CL-DETALHE
                   STRING "CONTA " WRK-SITUACAO-CONTA " -"
                       WRK-CH-QTD-DP " FOLHA(S) "
                       WRK-CH-PRIMEIRO " A " WRK-CH-ULTIMO
                       DELIMITED BY SIZE INTO CL-DETALHE
                   PERFORM 3900-LIBERAR
               END-IF
           END-IF.
           MOVE ZERO TO WRK-CH-QTD.

       3500-VARRER-BLOQUEIOS.
           OPEN INPUT BLOQUEIOS.
           IF WS-STATUS-BLOQUEIOS = "35"
               SET FIM-BLOQUEIOS TO TRUE
           END-IF.
           PERFORM 3510-CONFERIR-BLOQUEIO
               UNTIL FIM-BLOQUEIOS.
           IF WS-STATUS-BLOQUEIOS NOT = "35"
               CLOSE BLOQUEIOS
           END-IF.

       3510-CONFERIR-BLOQUEIO.
           READ BLOQUEIOS
               AT END
                   SET FIM-BLOQUEIOS TO TRUE
               NOT AT END
                   MOVE BQ-CONTA TO WRK-CONTA-PROCURADA
                   PERFORM 3800-CONSULTAR-CONTA
                   IF WRK-CONTA-EXISTE = "N"
                       MOVE BQ-VALOR TO WRK-VALOR-DP
                       MOVE 5        TO CL-TIPO
                       MOVE ZERO     TO CL-AGENCIA
                       MOVE BQ-CONTA TO CL-CONTA
                       MOVE SPACES   TO CL-DETALHE
                       STRING "PROCESSO " BQ-PROCESSO " VALOR"
                           WRK-VALOR-DP
                           DELIMITED BY SIZE INTO CL-DETALHE
                       IF BQ-DATA-FIM NOT = ZERO
                           AND BQ-DATA-FIM < WRK-DATA-MOVTO
                           MOVE " VENCIDO" TO CL-DETALHE (48:8)
                       ELSE
                           MOVE " VIGENTE" TO CL-DETALHE (48:8)
                       END-IF
                       PERFORM 3900-LIBERAR
                   END-IF
           END-READ.

       3600-VARRER-AGENDA.
           OPEN INPUT AGENDA.
           IF WS-STATUS-AGENDA = "35"
               SET FIM-AGENDA TO TRUE
           END-IF.
           PERFORM 3610-CONFERIR-AGENDAMENTO
               UNTIL FIM-AGENDA.
           IF WS-STATUS-AGENDA NOT = "35"
               CLOSE AGENDA
           END-IF.

      *A CONTA DE ORIGEM E A DE DESTINO (TRANSFERENCIA) SAO
      *CONFERIDAS CADA UMA.
       3610-CONFERIR-AGENDAMENTO.
           READ AGENDA
               AT END
                   SET FIM-AGENDA TO TRUE
               NOT AT END
                   MOVE AG-CONTA TO WRK-CONTA-PROCURADA
                   PERFORM 3800-CONSULTAR-CONTA
                   IF WRK-CONTA-EXISTE = "N"
                       OR WRK-CONTA-STATUS = "E"
                       MOVE AG-CONTA TO CL-CONTA
                       PERFORM 3650-LIBERAR-AGENDAMENTO
                   END-IF
                   IF AG-CONTA-DESTINO NOT = ZERO
                       MOVE AG-CONTA-DESTINO TO WRK-CONTA-PROCURADA
                       PERFORM 3800-CONSULTAR-CONTA
                       IF WRK-CONTA-EXISTE = "N"
                           OR WRK-CONTA-STATUS = "E"
                           MOVE AG-CONTA-DESTINO TO CL-CONTA
                           PERFORM 3650-LIBERAR-AGENDAMENTO
                       END-IF
                   END-IF
           END-READ.

       3650-LIBERAR-AGENDAMENTO.
           MOVE AG-VALOR TO WRK-VALOR-DP.
           MOVE 6                 TO CL-TIPO.
           MOVE WRK-CONTA-AGENCIA TO CL-AGENCIA.
           MOVE SPACES            TO CL-DETALHE.
           IF WRK-CONTA-PROCURADA = AG-CONTA
               STRING "ORIGEM " WRK-SITUACAO-CONTA " OP "
                   AG-OPERACAO WRK-VALOR-DP " PROX "
                   AG-DATA-PROXIMA (7:2) "/" AG-DATA-PROXIMA (5:2)
                   "/" AG-DATA-PROXIMA (1:4)
                   DELIMITED BY SIZE INTO CL-DETALHE
           ELSE
               STRING "DESTINO " WRK-SITUACAO-CONTA " DA CONTA "
                   AG-CONTA WRK-VALOR-DP
                   DELIMITED BY SIZE INTO CL-DETALHE
           END-IF.
           PERFORM 3900-LIBERAR.

      *CONTA DORMENTE TAMBEM RECUSA O DEBITO DA MENSALIDADE.
       3700-VARRER-ALUNOS.
           MOVE LOW-VALUES TO AL-MATRICULA.
           START ALUNOS KEY IS NOT LESS THAN AL-MATRICULA
               INVALID KEY
                   SET FIM-ALUNOS TO TRUE
           END-START.
           PERFORM 3710-CONFERIR-ALUNO
               UNTIL FIM-ALUNOS.

       3710-CONFERIR-ALUNO.
           READ ALUNOS NEXT RECORD
               AT END
                   SET FIM-ALUNOS TO TRUE
               NOT AT END
                   IF AL-CONTA-RESP NOT = ZERO
                       MOVE AL-CONTA-RESP TO WRK-CONTA-PROCURADA
                       PERFORM 3800-CONSULTAR-CONTA
                       IF WRK-CONTA-EXISTE = "N"
                           OR WRK-CONTA-STATUS = "B"
                           OR WRK-CONTA-STATUS = "E"
                           OR WRK-CONTA-STATUS = "D"
                           MOVE 7                 TO CL-TIPO
                           MOVE WRK-CONTA-AGENCIA TO CL-AGENCIA
                           MOVE AL-CONTA-RESP     TO CL-CONTA
                           MOVE SPACES            TO CL-DETALHE
                           STRING "CONTA " WRK-SITUACAO-CONTA
                               " ALUNO " AL-MATRICULA " " AL-NOME
                               DELIMITED BY SIZE INTO CL-DETALHE
                           PERFORM 3900-LIBERAR
                       END-IF
                   END-IF
           END-READ.

      *LE A CONTA NO MASTER PARA OS ARQUIVOS DEPENDENTES; CONTA QUE
      *NAO EXISTE FICA SEM AGENCIA.
       3800-CONSULTAR-CONTA.
           MOVE "N"   TO WRK-CONTA-EXISTE.
           MOVE SPACE TO WRK-CONTA-STATUS.
           MOVE ZERO  TO WRK-CONTA-AGENCIA.
           MOVE "INEXISTENTE" TO WRK-SITUACAO-CONTA.
           MOVE WRK-CONTA-PROCURADA TO CM-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S"        TO WRK-CONTA-EXISTE
                   MOVE CM-STATUS  TO WRK-CONTA-STATUS
                   IF CM-AGENCIA NUMERIC
                       MOVE CM-AGENCIA TO WRK-CONTA-AGENCIA
                   END-IF
                   EVALUATE TRUE
                       WHEN CM-BLOQUEADA
                           MOVE "BLOQUEADA"  TO WRK-SITUACAO-CONTA
                       WHEN CM-ENCERRADA
                           MOVE "ENCERRADA"  TO WRK-SITUACAO-CONTA
                       WHEN CM-DORMENTE
                           MOVE "DORMENTE"   TO WRK-SITUACAO-CONTA
                       WHEN OTHER
                           MOVE "ATIVA"      TO WRK-SITUACAO-CONTA
                   END-EVALUATE
           END-READ.

       3900-LIBERAR.
           ADD 1 TO WRK-QTD-TIPO (CL-TIPO).
           ADD 1 TO WRK-QTD-TOTAL.
           IF CL-TIPO <= 2
               ADD 1 TO WRK-QTD-CRITICAS
           END-IF.
           RELEASE REG-CLASS.

       4000-IMPRIMIR-INCONSISTENCIAS.
           MOVE ZERO TO WRK-TIPO-ATUAL.
           PERFORM 4100-RETORNAR
               UNTIL FIM-CLASS.
           IF WRK-TIPO-ATUAL NOT = ZERO
               PERFORM 4400-FECHAR-AGENCIA
               PERFORM 4500-FECHAR-TIPO
           END-IF.
           PERFORM 4600-IMPRIMIR-RESUMO.

       4100-RETORNAR.
           RETURN CLASSIFICACAO
               AT END
                   SET FIM-CLASS TO TRUE
               NOT AT END
                   PERFORM 4200-IMPRIMIR-INCONSISTENCIA
           END-RETURN.

       4200-IMPRIMIR-INCONSISTENCIA.
           IF CL-TIPO NOT = WRK-TIPO-ATUAL
               IF WRK-TIPO-ATUAL NOT = ZERO
                   PERFORM 4400-FECHAR-AGENCIA
                   PERFORM 4500-FECHAR-TIPO
               END-IF
               MOVE CL-TIPO TO WRK-TIPO-ATUAL
               MOVE ZERO    TO WRK-QTD-NO-TIPO
               PERFORM 4300-ABRIR-TIPO
               MOVE CL-AGENCIA TO WRK-AGENCIA-ATUAL
               PERFORM 4350-ABRIR-AGENCIA
           ELSE
               IF CL-AGENCIA NOT = WRK-AGENCIA-ATUAL
                   PERFORM 4400-FECHAR-AGENCIA
                   MOVE CL-AGENCIA TO WRK-AGENCIA-ATUAL
                   PERFORM 4350-ABRIR-AGENCIA
               END-IF
           END-IF.
           ADD 1 TO WRK-QTD-AGENCIA.
           ADD 1 TO WRK-QTD-NO-TIPO.
           MOVE SPACES TO LINHA-INTEG.
           STRING "    CONTA " CL-CONTA " " CL-DETALHE
               DELIMITED BY SIZE INTO LINHA-INTEG.
           PERFORM 8000-ESCREVER-LINHA-INTEG.

       4300-ABRIR-TIPO.
           MOVE WRK-TIPO-ATUAL TO WRK-T.
           PERFORM 4900-DESCREVER-TIPO.
           MOVE SPACES TO LINHA-INTEG.
           PERFORM 8000-ESCREVER-LINHA-INTEG.
           MOVE SPACES TO LINHA-INTEG.
           STRING "TIPO " WRK-TIPO-ATUAL " - " WRK-DESCRICAO-TIPO
               DELIMITED BY SIZE INTO LINHA-INTEG.
           MOVE WRK-GRAVIDADE TO LINHA-INTEG (74:7).
           PERFORM 8000-ESCREVER-LINHA-INTEG.

       4350-ABRIR-AGENCIA.
           MOVE ZERO TO WRK-QTD-AGENCIA.
           MOVE SPACES TO LINHA-INTEG.
           IF WRK-AGENCIA-ATUAL = ZERO
               MOVE "  SEM AGENCIA (CONTA FORA DO MASTER)"
                   TO LINHA-INTEG
           ELSE
               STRING "  AGENCIA " WRK-AGENCIA-ATUAL
                   DELIMITED BY SIZE INTO LINHA-INTEG
           END-IF.
           PERFORM 8000-ESCREVER-LINHA-INTEG.

       4400-FECHAR-AGENCIA.
           MOVE WRK-QTD-AGENCIA TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-INTEG.
           STRING "  TOTAL DA AGENCIA " WRK-AGENCIA-ATUAL ": "
               WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-INTEG.
           PERFORM 8000-ESCREVER-LINHA-INTEG.

       4500-FECHAR-TIPO.
           MOVE WRK-QTD-NO-TIPO TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-INTEG.
           STRING "TOTAL DO TIPO " WRK-TIPO-ATUAL ": " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-INTEG.
           PERFORM 8000-ESCREVER-LINHA-INTEG.

       4600-IMPRIMIR-RESUMO.
           MOVE SPACES TO LINHA-INTEG.
           PERFORM 8000-ESCREVER-LINHA-INTEG.
           MOVE WRK-QTD-CONTAS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-INTEG.
           STRING "RESUMO - CONTAS NO MASTER: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-INTEG.
           PERFORM 8000-ESCREVER-LINHA-INTEG.
           PERFORM VARYING WRK-T FROM 1 BY 1 UNTIL WRK-T > 7
               PERFORM 4900-DESCREVER-TIPO
               MOVE WRK-QTD-TIPO (WRK-T) TO WRK-QTD-DP
               MOVE SPACES TO LINHA-INTEG
               STRING "  " WRK-T " " WRK-DESCRICAO-TIPO
                   DELIMITED BY SIZE INTO LINHA-INTEG
               MOVE WRK-QTD-DP TO LINHA-INTEG (66:7)
               MOVE WRK-GRAVIDADE TO LINHA-INTEG (74:7)
               PERFORM 8000-ESCREVER-LINHA-INTEG
           END-PERFORM.
           MOVE SPACES TO LINHA-INTEG.
           IF WRK-QTD-TOTAL = ZERO
               MOVE "NENHUMA INCONSISTENCIA ENCONTRADA" TO LINHA-INTEG
           ELSE
               MOVE WRK-QTD-CRITICAS TO WRK-QTD-DP
               STRING "INCONSISTENCIAS CRITICAS: " WRK-QTD-DP
                   DELIMITED BY SIZE INTO LINHA-INTEG
           END-IF.
           PERFORM 8000-ESCREVER-LINHA-INTEG.

      *01 E 02 DIZEM QUE O PROPRIO MASTER ESTA DANIFICADO - LANCAR
      *SOBRE ELE SO ESPALHA O ERRO. OS DEMAIS SAO ORFAOS QUE A
      *AGENCIA ACERTA SEM PARAR O LOTE.
       4900-DESCREVER-TIPO.
           MOVE "ALERTA" TO WRK-GRAVIDADE.
           EVALUATE WRK-T
               WHEN 1
                   MOVE "SALDO DO MASTER DIVERGE DA POSICAO/LOG"
                       TO WRK-DESCRICAO-TIPO
                   MOVE "CRITICO" TO WRK-GRAVIDADE
               WHEN 2
                   MOVE "REGISTRO INVALIDO NO MASTER"
                       TO WRK-DESCRICAO-TIPO
                   MOVE "CRITICO" TO WRK-GRAVIDADE
               WHEN 3
                   MOVE "CONTA SEM CLIENTE NO CLIENTES.DAT"
                       TO WRK-DESCRICAO-TIPO
               WHEN 4
                   MOVE "CHEQUE EMITIDO EM CONTA ENCERRADA/INEXISTENTE"
                       TO WRK-DESCRICAO-TIPO
               WHEN 5
                   MOVE "BLOQUEIO JUDICIAL EM CONTA INEXISTENTE"
                       TO WRK-DESCRICAO-TIPO
               WHEN 6
                   MOVE "AGENDAMENTO EM CONTA ENCERRADA/INEXISTENTE"
                       TO WRK-DESCRICAO-TIPO
               WHEN OTHER
                   MOVE "RESPONSAVEL DE ALUNO EM CONTA SEM DEBITO"
                       TO WRK-DESCRICAO-TIPO
           END-EVALUATE.

      *ESCREVE UMA LINHA DO RELATORIO; NA VIRADA DA PAGINA SAI O
      *CABECALHO PADRAO E A LINHA PEDIDA E PRESERVADA.
       8000-ESCREVER-LINHA-INTEG.
           MOVE LINHA-INTEG TO WRK-LINHA-GUARDADA.
           IF WRK-LINHAS-PAGINA >= 60
               PERFORM 8100-CABECALHO-LINHA-INTEG
           END-IF.
           MOVE WRK-LINHA-GUARDADA TO LINHA-INTEG.
           WRITE LINHA-INTEG.
           ADD 1 TO WRK-LINHAS-PAGINA.

       8100-CABECALHO-LINHA-INTEG.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO WRK-PAGINA-DP.
           MOVE SPACES TO LINHA-INTEG.
           STRING "INTEGRIDADE - INCONSISTENCIAS ENTRE ARQUIVOS -"
               " DATA " WRK-DATA-DP
               " PAG " WRK-PAGINA-DP
               DELIMITED BY SIZE INTO LINHA-INTEG.
           WRITE LINHA-INTEG.
           MOVE SPACES TO LINHA-INTEG.
           STRING "POR TIPO E AGENCIA - CRITICO PARA O LOTE, ALERTA "
               "VAI PARA A AGENCIA ACERTAR"
               DELIMITED BY SIZE INTO LINHA-INTEG.
           WRITE LINHA-INTEG.
           MOVE SPACES TO LINHA-INTEG.
           WRITE LINHA-INTEG.
           MOVE 3 TO WRK-LINHAS-PAGINA.

      *SO A VARREDURA SEM INCONSISTENCIA CRITICA CONTA COMO FEITA -
      *COM CRITICA, A PROXIMA NOITE VARRE DE NOVO.
       9000-ENCERRAR.
           CLOSE CONTA-MASTER.
           IF NOT SEM-CLIENTES
               CLOSE CLIENTES
           END-IF.
           IF NOT SEM-POSICAO
               CLOSE POSICAO
           END-IF.
           IF NOT SEM-CHEQUES
               CLOSE CHEQUES
           END-IF.
           IF NOT SEM-ALUNOS
               CLOSE ALUNOS
           END-IF.
           CLOSE INTEG-REL.
           MOVE WRK-QTD-TOTAL TO WRK-QTD-DP.
           DISPLAY "INTEGRIDADE: " WRK-QTD-DP
               " INCONSISTENCIA(S) NO INTEGRIDADE.PRT".
           IF WRK-QTD-CRITICAS > ZERO
               MOVE WRK-QTD-CRITICAS TO WRK-QTD-DP
               DISPLAY "INTEGRIDADE: " WRK-QTD-DP
                   " INCONSISTENCIA(S) CRITICA(S) NO MASTER - LOTE "
                   "INTERROMPIDO"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT INTEG-CTL
               MOVE WRK-DATA-MOVTO TO IC-DATA-ULTIMA
               WRITE REG-INTEG-CTL
               CLOSE INTEG-CTL
           END-IF.
