       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROVISAOPDD.
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
      *O ATRASO E CONTADO PELAS POSICOES DE FECHAMENTO DOS DIAS
      *ANTERIORES (POSICAO.DAT); O FECHAMENTO DE HOJE AINDA NAO FOI
      *GRAVADO PELO POSICAODIARIA E VEM DO PROPRIO CM-SALDO.
           SELECT POSICAO  ASSIGN TO "POSICAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-CHAVE
               FILE STATUS IS WS-STATUS-POSICAO.
           SELECT PROVISAO  ASSIGN TO "PROVISAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-CONTA
               FILE STATUS IS WS-STATUS-PROVISAO.
      *PDDPAR.DAT E A TABELA DE NIVEIS DE RISCO DA RESOLUCAO: UMA
      *LINHA POR NIVEL (AA, A, ..., H) EM ORDEM CRESCENTE DE DIAS, COM
      *O ATRASO MINIMO DO NIVEL E O PERCENTUAL DE PROVISAO.
           SELECT PDD-PARM  ASSIGN TO "PDDPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
           SELECT PDD-MOVTO  ASSIGN TO "PDDMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PDD-MOVTO.
           SELECT PDD-REL  ASSIGN TO "PDD.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
       DATA                            DIVISION.
       FILE SECTION.
       FD  CONTA-MASTER.
           COPY CONTACLI.
       FD  POSICAO.
           COPY POSICAO.
       FD  PROVISAO.
           COPY PROVISAO.
       FD  PDD-PARM.
       01  REG-PDD-PARM.
           05  PN-NIVEL              PICTURE X(2).
           05  PN-DIAS-MINIMO        PICTURE 9(4).
           05  PN-PCT-PROVISAO       PICTURE 9(3)V99.
       FD  PDD-MOVTO.
           COPY PDDMOVTO.
       FD  PDD-REL.
       01  LINHA-PDD           PICTURE X(100).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E A CLASSIFICACAO DIARIA DE RISCO DO CHEQUE
      *ESPECIAL: PARA CADA CONTA NEGATIVA APURA OS DIAS DE ATRASO
      *(SALDO ALEM DO LIMITE CONTRATADO), ENQUADRA NO NIVEL DE RISCO
      *DO PDDPAR.DAT E CALCULA A PROVISAO SOBRE O SALDO DEVEDOR. A
      *POSICAO POR CONTA FICA NO PROVISAO.DAT; O QUE A PROVISAO SUBIU
      *OU DESCEU NO DIA, POR AGENCIA, SAI NO PDDMOVTO.DAT PARA A
      *INTERFACE CONTABIL. CONTA NO NIVEL H E APONTADA NO PDD.PRT
      *PARA APROVACAO DA BAIXA A PREJUIZO. NAO MEXE EM SALDO.
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
      *CONTAS INTERNAS DO BANCO (FAIXA 999990 EM DIANTE) FICAM FORA:
      *A DE LIQUIDACAO FICA NEGATIVA SEM SER CREDITO A CLIENTE.
       01  WRK-CONTA-INTERNA    PICTURE 9(6) VALUE 999990.
       01  WRK-EXCESSO          PICTURE S9(8)V99 VALUE ZERO.
       01  WRK-SALDO-DEVEDOR    PICTURE 9(8)V99 VALUE ZERO.
       01  WRK-DATA-INICIO      PICTURE 9(8) VALUE ZERO.
       01  WRK-DIAS             PICTURE 9(5) VALUE ZERO.
       01  WRK-NIVEL            PICTURE X(2) VALUE SPACES.
       01  WRK-PCT              PICTURE 9(3)V99 VALUE ZERO.
       01  WRK-VALOR-PROVISAO   PICTURE 9(9)V99 VALUE ZERO.
       01  WRK-VALOR-BASE       PICTURE 9(9)V99 VALUE ZERO.
       01  WRK-DATA-NIVEL-H     PICTURE 9(8) VALUE ZERO.
       01  WRK-MOVIMENTO        PICTURE S9(9)V99 VALUE ZERO.
       01  WRK-IND              PICTURE 9(3) VALUE ZERO.
      *TABELA DE NIVEIS DO PDDPAR.DAT, COM OS TOTAIS DO DIA POR NIVEL.
       01  WRK-QTD-NIVEIS       PICTURE 9(2) VALUE ZERO.
       01  WRK-TAB-NIVEIS.
           05  WRK-NV-ENTRY OCCURS 12 TIMES.
               10  WRK-NV-NIVEL        PICTURE X(2).
               10  WRK-NV-DIAS-MINIMO  PICTURE 9(4).
               10  WRK-NV-PCT          PICTURE 9(3)V99.
               10  WRK-NV-QTD          PICTURE 9(6).
               10  WRK-NV-SALDO        PICTURE 9(11)V99.
               10  WRK-NV-PROVISAO     PICTURE 9(11)V99.
      *MOVIMENTO DA PROVISAO POR AGENCIA.
       01  WRK-QTD-AGENCIAS     PICTURE 9(3) VALUE ZERO.
       01  WRK-TAB-AGENCIAS.
           05  WRK-AG-ENTRY OCCURS 50 TIMES.
               10  WRK-AG-AGENCIA      PICTURE 9(3).
               10  WRK-AG-CONSTITUICAO PICTURE 9(11)V99.
               10  WRK-AG-REVERSAO     PICTURE 9(11)V99.
               10  WRK-AG-PROVISAO     PICTURE 9(11)V99.
       01  WRK-QTD-NIVEL-H      PICTURE 9(6) VALUE ZERO.
       01  WRK-TOTAL-PROVISAO   PICTURE 9(11)V99 VALUE ZERO.
       01  WRK-QTD-DP           PICTURE ZZZ.ZZ9.
       01  WRK-DIAS-DP          PICTURE ZZZZ9.
       01  WRK-PCT-DP           PICTURE ZZ9,99.
       01  WRK-VALOR-DP         PICTURE ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-SALDO-DP         PICTURE -Z.ZZZ.ZZ9,99.
       01  WRK-PROVISAO-DP      PICTURE Z.ZZZ.ZZ9,99.
       01  WRK-REVERSAO-DP      PICTURE ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-STATUS-CONTA      PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-POSICAO    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-PROVISAO   PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-PARM       PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-PDD-MOVTO  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-REL        PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-SEM-PARAMETRO     PICTURE X    VALUE "N".
           88  SEM-PARAMETRO                  VALUE "S".
       01  WS-SEM-POSICAO       PICTURE X    VALUE "N".
           88  SEM-POSICAO                    VALUE "S".
       01  WS-FIM-PARM          PICTURE X    VALUE "N".
           88  FIM-PARM                       VALUE "S".
       01  WS-FIM-CONTAS        PICTURE X    VALUE "N".
           88  FIM-CONTAS                     VALUE "S".
       01  WS-FIM-POSICOES      PICTURE X    VALUE "N".
           88  FIM-POSICOES                   VALUE "S".
       01  WS-PROVISAO-ACHADA   PICTURE X    VALUE "N".
           88  PROVISAO-ACHADA                VALUE "S".
       01  WS-EM-ATRASO         PICTURE X    VALUE "N".
           88  EM-ATRASO                      VALUE "S".
       01  WS-AGENCIA-ACHADA    PICTURE X    VALUE "N".
           88  AGENCIA-ACHADA                 VALUE "S".
       01  WS-NIVEL-ACHADO      PICTURE X    VALUE "N".
           88  NIVEL-ACHADO                   VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF NOT SEM-PARAMETRO
               PERFORM 2000-CLASSIFICAR-CONTA
                   UNTIL FIM-CONTAS
           END-IF.
           PERFORM 3000-GRAVAR-MOVIMENTO.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           PERFORM 1050-LER-DATA-MOVTO.
           PERFORM 1100-LER-PARAMETROS.
           OPEN OUTPUT PDD-REL.
           MOVE SPACES TO LINHA-PDD.
           STRING "CLASSIFICACAO DE RISCO E PROVISAO (PDD) DO CHEQUE "
               "ESPECIAL - DATA " WRK-DATA-MOVTO
               DELIMITED BY SIZE INTO LINHA-PDD.
           WRITE LINHA-PDD.
           IF SEM-PARAMETRO
               SET FIM-CONTAS TO TRUE
           ELSE
               PERFORM 1200-ABRIR-CADASTROS
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

      *SEM A TABELA DE NIVEIS NADA E CLASSIFICADO: A PROVISAO DA
      *RODADA ANTERIOR FICA COMO ESTAVA E O MOVIMENTO DO DIA SAI
      *VAZIO.
       1100-LER-PARAMETROS.
           OPEN INPUT PDD-PARM.
           IF WS-STATUS-PARM = "35"
               DISPLAY "PROVISAOPDD: SEM PDDPAR.DAT - CLASSIFICACAO "
                   "NAO FEITA"
               SET SEM-PARAMETRO TO TRUE
           ELSE
               PERFORM 1150-CARREGAR-NIVEL
                   UNTIL FIM-PARM
               CLOSE PDD-PARM
               IF WRK-QTD-NIVEIS = ZERO
                   DISPLAY "PROVISAOPDD: PDDPAR.DAT VAZIO - "
                       "CLASSIFICACAO NAO FEITA"
                   SET SEM-PARAMETRO TO TRUE
               END-IF
           END-IF.

       1150-CARREGAR-NIVEL.
           READ PDD-PARM
               AT END
                   SET FIM-PARM TO TRUE
               NOT AT END
                   IF PN-DIAS-MINIMO NUMERIC
                       AND PN-PCT-PROVISAO NUMERIC
                       IF WRK-QTD-NIVEIS >= 12
                           DISPLAY "PROVISAOPDD: MAIS DE 12 NIVEIS NO "
                               "PDDPAR.DAT - AMPLIAR A TABELA"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WRK-QTD-NIVEIS
                       MOVE PN-NIVEL
                           TO WRK-NV-NIVEL (WRK-QTD-NIVEIS)
                       MOVE PN-DIAS-MINIMO
                           TO WRK-NV-DIAS-MINIMO (WRK-QTD-NIVEIS)
                       MOVE PN-PCT-PROVISAO
                           TO WRK-NV-PCT (WRK-QTD-NIVEIS)
                       MOVE ZERO TO WRK-NV-QTD (WRK-QTD-NIVEIS)
                       MOVE ZERO TO WRK-NV-SALDO (WRK-QTD-NIVEIS)
                       MOVE ZERO TO WRK-NV-PROVISAO (WRK-QTD-NIVEIS)
                   END-IF
           END-READ.

       1200-ABRIR-CADASTROS.
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
           OPEN INPUT POSICAO.
           IF WS-STATUS-POSICAO NOT = "00"
               SET SEM-POSICAO TO TRUE
           END-IF.
           OPEN I-O PROVISAO.
           IF WS-STATUS-PROVISAO = "35"
               OPEN OUTPUT PROVISAO
               CLOSE PROVISAO
               OPEN I-O PROVISAO
           END-IF.
           MOVE SPACES TO LINHA-PDD.
           STRING "CONTA  AG     SALDO DEVEDOR    DIAS NIVEL   PCT"
               "        PROVISAO"
               DELIMITED BY SIZE INTO LINHA-PDD.
           WRITE LINHA-PDD.
           MOVE LOW-VALUES TO CM-CONTA.
           START CONTA-MASTER KEY IS NOT LESS THAN CM-CONTA
               INVALID KEY
                   SET FIM-CONTAS TO TRUE
           END-START.
           IF NOT FIM-CONTAS
               PERFORM 2900-LER-CONTA
           END-IF.

      *SO A CARTEIRA EM REAIS E CLASSIFICADA (O RAZAO DA PROVISAO E
      *EM REAIS). CONTA POSITIVA COM PROVISAO DE RODADA ANTERIOR TEM
      *A PROVISAO REVERTIDA.
       2000-CLASSIFICAR-CONTA.
           IF CM-CONTA < WRK-CONTA-INTERNA
               AND CM-MOEDA NOT = "USD"
               PERFORM 2050-LER-PROVISAO
               IF CM-SALDO < ZERO
                   PERFORM 2100-APURAR-ATRASO
                   PERFORM 2200-ENQUADRAR-NIVEL
                   PERFORM 2300-ATUALIZAR-PROVISAO
               ELSE
                   IF PROVISAO-ACHADA
                       PERFORM 2400-ZERAR-PROVISAO
                   END-IF
               END-IF
           END-IF.
           PERFORM 2900-LER-CONTA.

      *A BASE DO MOVIMENTO E A PROVISAO DA RODADA ANTERIOR; NUMA
      *RETOMADA DA MESMA DATA O REGISTRO JA FOI ATUALIZADO HOJE E A
      *BASE E A QUE ELE GUARDOU.
       2050-LER-PROVISAO.
           MOVE "N"   TO WS-PROVISAO-ACHADA.
           MOVE ZERO  TO WRK-VALOR-BASE.
           MOVE ZEROS TO WRK-DATA-NIVEL-H.
           MOVE CM-CONTA TO PV-CONTA.
           READ PROVISAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PROVISAO-ACHADA TO TRUE
                   MOVE PV-DATA-NIVEL-H TO WRK-DATA-NIVEL-H
                   IF PV-DATA-REFERENCIA = WRK-DATA-MOVTO
                       MOVE PV-VALOR-ANTERIOR TO WRK-VALOR-BASE
                       IF PV-DATA-NIVEL-H = WRK-DATA-MOVTO
                           MOVE ZEROS TO WRK-DATA-NIVEL-H
                       END-IF
                   ELSE
                       MOVE PV-VALOR-PROVISAO TO WRK-VALOR-BASE
                   END-IF
           END-READ.

      *NEGATIVA DENTRO DO LIMITE NAO ESTA EM ATRASO (ZERO DIAS). ALEM
      *DO LIMITE, O ATRASO CONTA DO PRIMEIRO FECHAMENTO DA SEQUENCIA
      *ININTERRUPTA ALEM DO LIMITE ATE HOJE, E O PROPRIO DIA EM QUE
      *ESTOUROU JA E O PRIMEIRO DIA. VALE O LIMITE ATUAL DA CONTA PARA
      *TODA A SEQUENCIA.
       2100-APURAR-ATRASO.
           COMPUTE WRK-EXCESSO = CM-SALDO + CM-LIMITE.
           IF WRK-EXCESSO >= ZERO
               MOVE ZERO  TO WRK-DIAS
               MOVE ZEROS TO WRK-DATA-INICIO
           ELSE
               MOVE "N" TO WS-EM-ATRASO
               IF NOT SEM-POSICAO
                   MOVE "N" TO WS-FIM-POSICOES
                   MOVE CM-CONTA TO PD-CONTA
                   MOVE ZEROS    TO PD-DATA
                   START POSICAO KEY IS NOT LESS THAN PD-CHAVE
                       INVALID KEY
                           SET FIM-POSICOES TO TRUE
                   END-START
                   PERFORM 2150-EXAMINAR-POSICAO
                       UNTIL FIM-POSICOES
               END-IF
               IF NOT EM-ATRASO
                   MOVE WRK-DATA-MOVTO TO WRK-DATA-INICIO
               END-IF
               COMPUTE WRK-DIAS =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVTO) -
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-INICIO) + 1
           END-IF.

       2150-EXAMINAR-POSICAO.
           READ POSICAO NEXT RECORD
               AT END
                   SET FIM-POSICOES TO TRUE
           END-READ.
           IF WS-STATUS-POSICAO NOT = "00"
               SET FIM-POSICOES TO TRUE
           END-IF.
           IF NOT FIM-POSICOES
               IF PD-CONTA NOT = CM-CONTA
                   OR PD-DATA >= WRK-DATA-MOVTO
                   SET FIM-POSICOES TO TRUE
               ELSE
                   IF PD-SALDO-FECH + CM-LIMITE < ZERO
                       IF NOT EM-ATRASO
                           SET EM-ATRASO TO TRUE
                           MOVE PD-DATA TO WRK-DATA-INICIO
                       END-IF
                   ELSE
                       MOVE "N" TO WS-EM-ATRASO
                   END-IF
               END-IF
           END-IF.

      *VALE O ULTIMO NIVEL DA TABELA CUJO ATRASO MINIMO O ATRASO DA
      *CONTA ALCANCA (A TABELA VEM EM ORDEM CRESCENTE DE DIAS).
       2200-ENQUADRAR-NIVEL.
           MOVE WRK-NV-NIVEL (1) TO WRK-NIVEL.
           MOVE WRK-NV-PCT (1)   TO WRK-PCT.
           PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-NIVEIS
               IF WRK-DIAS >= WRK-NV-DIAS-MINIMO (WRK-IND)
                   MOVE WRK-NV-NIVEL (WRK-IND) TO WRK-NIVEL
                   MOVE WRK-NV-PCT (WRK-IND)   TO WRK-PCT
               END-IF
           END-PERFORM.
           COMPUTE WRK-SALDO-DEVEDOR = 0 - CM-SALDO.
           COMPUTE WRK-VALOR-PROVISAO ROUNDED =
               WRK-SALDO-DEVEDOR * WRK-PCT / 100.

       2300-ATUALIZAR-PROVISAO.
           MOVE CM-CONTA           TO PV-CONTA.
           MOVE CM-AGENCIA         TO PV-AGENCIA.
           MOVE WRK-DATA-MOVTO     TO PV-DATA-REFERENCIA.
           MOVE CM-SALDO           TO PV-SALDO.
           MOVE CM-LIMITE          TO PV-LIMITE.
           MOVE WRK-DATA-INICIO    TO PV-DATA-INICIO-ATRASO.
           MOVE WRK-DIAS           TO PV-DIAS-ATRASO.
           MOVE WRK-NIVEL          TO PV-NIVEL.
           MOVE WRK-PCT            TO PV-PCT-PROVISAO.
           MOVE WRK-VALOR-PROVISAO TO PV-VALOR-PROVISAO.
           MOVE WRK-VALOR-BASE     TO PV-VALOR-ANTERIOR.
           IF PV-NIVEL-H
               IF WRK-DATA-NIVEL-H = ZEROS
                   MOVE WRK-DATA-MOVTO TO PV-DATA-NIVEL-H
               ELSE
                   MOVE WRK-DATA-NIVEL-H TO PV-DATA-NIVEL-H
               END-IF
           ELSE
               MOVE ZEROS TO PV-DATA-NIVEL-H
           END-IF.
           IF PROVISAO-ACHADA
               REWRITE REG-PROVISAO
           ELSE
               WRITE REG-PROVISAO
           END-IF.
           PERFORM 2350-ACUMULAR-NIVEL.
           COMPUTE WRK-MOVIMENTO = WRK-VALOR-PROVISAO - WRK-VALOR-BASE.
           PERFORM 8100-ACUMULAR-AGENCIA.
           ADD WRK-VALOR-PROVISAO TO WRK-AG-PROVISAO (WRK-IND).
           ADD WRK-VALOR-PROVISAO TO WRK-TOTAL-PROVISAO.
           MOVE CM-SALDO           TO WRK-SALDO-DP.
           MOVE WRK-DIAS           TO WRK-DIAS-DP.
           MOVE WRK-PCT            TO WRK-PCT-DP.
           MOVE WRK-VALOR-PROVISAO TO WRK-PROVISAO-DP.
           MOVE SPACES TO LINHA-PDD.
           IF PV-NIVEL-H
               ADD 1 TO WRK-QTD-NIVEL-H
               STRING CM-CONTA " " CM-AGENCIA " " WRK-SALDO-DP " "
                   WRK-DIAS-DP "  " WRK-NIVEL "  " WRK-PCT-DP " "
                   WRK-PROVISAO-DP " <- NIVEL H DESDE "
                   PV-DATA-NIVEL-H ": PROPOR BAIXA"
                   DELIMITED BY SIZE INTO LINHA-PDD
           ELSE
               STRING CM-CONTA " " CM-AGENCIA " " WRK-SALDO-DP " "
                   WRK-DIAS-DP "  " WRK-NIVEL "  " WRK-PCT-DP " "
                   WRK-PROVISAO-DP
                   DELIMITED BY SIZE INTO LINHA-PDD
           END-IF.
           WRITE LINHA-PDD.

       2350-ACUMULAR-NIVEL.
           MOVE "N" TO WS-NIVEL-ACHADO.
           PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-NIVEIS
                  OR NIVEL-ACHADO
               IF WRK-NV-NIVEL (WRK-IND) = WRK-NIVEL
                   SET NIVEL-ACHADO TO TRUE
                   ADD 1 TO WRK-NV-QTD (WRK-IND)
                   ADD WRK-SALDO-DEVEDOR TO WRK-NV-SALDO (WRK-IND)
                   ADD WRK-VALOR-PROVISAO TO WRK-NV-PROVISAO (WRK-IND)
               END-IF
           END-PERFORM.

      *CONTA QUE SAIU DO NEGATIVO: NIVEL EM BRANCO, PROVISAO ZERADA
      *E A REVERSAO DO QUE ESTAVA PROVISIONADO NO MOVIMENTO DO DIA.
       2400-ZERAR-PROVISAO.
           MOVE CM-AGENCIA     TO PV-AGENCIA.
           MOVE WRK-DATA-MOVTO TO PV-DATA-REFERENCIA.
           MOVE CM-SALDO       TO PV-SALDO.
           MOVE CM-LIMITE      TO PV-LIMITE.
           MOVE ZEROS          TO PV-DATA-INICIO-ATRASO.
           MOVE ZERO           TO PV-DIAS-ATRASO.
           MOVE SPACES         TO PV-NIVEL.
           MOVE ZERO           TO PV-PCT-PROVISAO.
           MOVE ZERO           TO PV-VALOR-PROVISAO.
           MOVE WRK-VALOR-BASE TO PV-VALOR-ANTERIOR.
           MOVE ZEROS          TO PV-DATA-NIVEL-H.
           REWRITE REG-PROVISAO.
           COMPUTE WRK-MOVIMENTO = 0 - WRK-VALOR-BASE.
           PERFORM 8100-ACUMULAR-AGENCIA.

      *O TESTE DE FILE STATUS COBRE ERRO PERMANENTE DE I-O, QUE NAO
      *LEVANTA O AT END - SEM ELE A VARREDURA FICARIA EM LACO.
       2900-LER-CONTA.
           READ CONTA-MASTER NEXT RECORD
               AT END
                   SET FIM-CONTAS TO TRUE
           END-READ.
           IF WS-STATUS-CONTA NOT = "00"
               SET FIM-CONTAS TO TRUE
           END-IF.

      *O ARQUIVO DE MOVIMENTO E REFEITO A CADA RODADA SO COM A
      *DATA-MOVIMENTO; SEM TABELA DE NIVEIS ELE SAI VAZIO.
       3000-GRAVAR-MOVIMENTO.
           OPEN OUTPUT PDD-MOVTO.
           PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-AGENCIAS
               IF WRK-AG-CONSTITUICAO (WRK-IND) NOT = ZERO
                   OR WRK-AG-REVERSAO (WRK-IND) NOT = ZERO
                   MOVE WRK-DATA-MOVTO TO PM-DATA
                   MOVE WRK-AG-AGENCIA (WRK-IND) TO PM-AGENCIA
                   MOVE WRK-AG-CONSTITUICAO (WRK-IND)
                       TO PM-CONSTITUICAO
                   MOVE WRK-AG-REVERSAO (WRK-IND) TO PM-REVERSAO
                   WRITE REG-PDD-MOVTO
               END-IF
           END-PERFORM.
           CLOSE PDD-MOVTO.

      *WRK-MOVIMENTO POSITIVO CONSTITUI, NEGATIVO REVERTE. DEIXA O
      *WRK-IND NA ENTRADA DA AGENCIA DA CONTA.
       8100-ACUMULAR-AGENCIA.
           MOVE "N" TO WS-AGENCIA-ACHADA.
           PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-AGENCIAS
                  OR AGENCIA-ACHADA
               IF WRK-AG-AGENCIA (WRK-IND) = CM-AGENCIA
                   SET AGENCIA-ACHADA TO TRUE
               END-IF
           END-PERFORM.
           IF AGENCIA-ACHADA
               SUBTRACT 1 FROM WRK-IND
           ELSE
               IF WRK-QTD-AGENCIAS >= 50
                   DISPLAY "PROVISAOPDD: MAIS DE 50 AGENCIAS - "
                       "AMPLIAR A TABELA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-QTD-AGENCIAS
               MOVE WRK-QTD-AGENCIAS TO WRK-IND
               MOVE CM-AGENCIA TO WRK-AG-AGENCIA (WRK-IND)
               MOVE ZERO TO WRK-AG-CONSTITUICAO (WRK-IND)
               MOVE ZERO TO WRK-AG-REVERSAO (WRK-IND)
               MOVE ZERO TO WRK-AG-PROVISAO (WRK-IND)
           END-IF.
           IF WRK-MOVIMENTO > ZERO
               ADD WRK-MOVIMENTO TO WRK-AG-CONSTITUICAO (WRK-IND)
           ELSE
               SUBTRACT WRK-MOVIMENTO FROM WRK-AG-REVERSAO (WRK-IND)
           END-IF.

       9000-ENCERRAR.
           MOVE SPACES TO LINHA-PDD.
           WRITE LINHA-PDD.
           MOVE SPACES TO LINHA-PDD.
           STRING "TOTAIS POR NIVEL DE RISCO"
               DELIMITED BY SIZE INTO LINHA-PDD.
           WRITE LINHA-PDD.
           PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-NIVEIS
               MOVE WRK-NV-QTD (WRK-IND)      TO WRK-QTD-DP
               MOVE WRK-NV-PCT (WRK-IND)      TO WRK-PCT-DP
               MOVE WRK-NV-SALDO (WRK-IND)    TO WRK-VALOR-DP
               MOVE WRK-NV-PROVISAO (WRK-IND) TO WRK-REVERSAO-DP
               MOVE SPACES TO LINHA-PDD
               STRING "  NIVEL " WRK-NV-NIVEL (WRK-IND)
                   " " WRK-PCT-DP "% CONTAS " WRK-QTD-DP
                   " SALDO " WRK-VALOR-DP " PROVISAO " WRK-REVERSAO-DP
                   DELIMITED BY SIZE INTO LINHA-PDD
               WRITE LINHA-PDD
           END-PERFORM.
           MOVE SPACES TO LINHA-PDD.
           STRING "MOVIMENTO DA PROVISAO POR AGENCIA"
               DELIMITED BY SIZE INTO LINHA-PDD.
           WRITE LINHA-PDD.
           PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-AGENCIAS
               MOVE WRK-AG-CONSTITUICAO (WRK-IND) TO WRK-VALOR-DP
               MOVE WRK-AG-REVERSAO (WRK-IND)     TO WRK-REVERSAO-DP
               MOVE SPACES TO LINHA-PDD
               STRING "  AG " WRK-AG-AGENCIA (WRK-IND)
                   " CONSTITUIDA " WRK-VALOR-DP
                   " REVERTIDA " WRK-REVERSAO-DP
                   DELIMITED BY SIZE INTO LINHA-PDD
               WRITE LINHA-PDD
           END-PERFORM.
           MOVE WRK-TOTAL-PROVISAO TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-PDD.
           STRING "  PROVISAO TOTAL ............: " WRK-VALOR-DP
               DELIMITED BY SIZE INTO LINHA-PDD.
           WRITE LINHA-PDD.
           MOVE WRK-QTD-NIVEL-H TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-PDD.
           STRING "  CONTAS NO NIVEL H (BAIXA) .: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-PDD.
           WRITE LINHA-PDD.
           CLOSE PDD-REL.
           IF NOT SEM-PARAMETRO
               CLOSE CONTA-MASTER
               CLOSE PROVISAO
               IF NOT SEM-POSICAO
                   CLOSE POSICAO
               END-IF
           END-IF.
           DISPLAY "PROVISAOPDD: PROVISAO TOTAL " WRK-TOTAL-PROVISAO
               ", " WRK-QTD-NIVEL-H " CONTA(S) NO NIVEL H - VER "
               "PDD.PRT".
