           SELECT FIM-DE-MES  ASSIGN TO "FIMDEMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FIM-DE-MES.
      *CLASSIFICACAO DE RISCO DO CHEQUE ESPECIAL MANTIDA TODA NOITE
      *PELO PROVISAOPDD: BASE DO QUADRO DE PROVISAO POR AGENCIA.
           SELECT PROVISAO  ASSIGN TO "PROVISAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-CONTA
               FILE STATUS IS WS-STATUS-PROVISAO.
      *FOTOGRAFIA DA PROVISAO DE CADA MES FECHADO POR AGENCIA: E
      *DAQUI QUE SAI A VARIACAO SOBRE O MES ANTERIOR.
           SELECT PDD-HIST  ASSIGN TO "PDDHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CHAVE
               FILE STATUS IS WS-STATUS-PDD-HIST.
       DATA                              DIVISION.
       FILE SECTION.
       FD  CONTA-MASTER.
       FD  FIM-DE-MES.
       01  REG-FIM-DE-MES.
           05  FM-DATA-FECHADA     PICTURE 9(8).
       FD  PROVISAO.
           COPY PROVISAO.
       FD  PDD-HIST.
       01  REG-PDD-HIST.
           05  PH-CHAVE.
               10  PH-ANO-MES      PICTURE 9(6).
               10  PH-AGENCIA      PICTURE 9(3).
           05  PH-QTD-CONTAS       PICTURE 9(6).
           05  PH-SALDO-DEVEDOR    PICTURE 9(11)V99.
           05  PH-VALOR-PROVISAO   PICTURE 9(11)V99.
       WORKING-STORAGE                   SECTION.
      *ESSE PROGRAMA FECHA O MES, TOTALIZANDO DEPOSITOS, SAQUES,
      *REJEICOES E O SALDO FINAL DE TODAS AS CONTAS, A PARTIR DO
           88  FIM-CONTAS                        VALUE "S".
       01  WS-FIM-POSICOES        PICTURE X     VALUE "N".
           88  FIM-POSICOES                       VALUE "S".
      *QUADRO DA PROVISAO DO CHEQUE ESPECIAL (PROVISAO.DAT): POR
      *AGENCIA, COM A PROVISAO DO MES ANTERIOR (PDDHIST.DAT) AO LADO,
      *E POR NIVEL DE RISCO. OS NIVEIS SAO OS DA RESOLUCAO, NA ORDEM
      *DE RISCO; A CONTA NO NIVEL H E LISTADA PARA APROVACAO DA BAIXA
      *A PREJUIZO.
       01  WRK-ANO-MES-ANTERIOR   PICTURE 9(6) VALUE ZERO.
       01  WRK-AGENCIA-PDD        PICTURE 9(3) VALUE ZERO.
       01  WRK-QTD-PDD-AGENCIAS   PICTURE 9(3) VALUE ZERO.
       01  WRK-IND-PDD            PICTURE 9(3) VALUE ZERO.
       01  WRK-TABELA-PDD-AGENCIAS.
           05  WRK-PA-ENTRY OCCURS 50 TIMES.
               10  WRK-PA-AGENCIA     PICTURE 9(3).
               10  WRK-PA-QTD         PICTURE 9(6).
               10  WRK-PA-SALDO       PICTURE 9(11)V99.
               10  WRK-PA-PROVISAO    PICTURE 9(11)V99.
               10  WRK-PA-ANTERIOR    PICTURE 9(11)V99.
       01  WRK-NIVEIS-RISCO       PICTURE X(18)
               VALUE "AAA B C D E F G H ".
       01  WRK-NIVEIS-RISCO-R REDEFINES WRK-NIVEIS-RISCO.
           05  WRK-NR-NIVEL OCCURS 9 TIMES PICTURE X(2).
       01  WRK-IND-NIVEL          PICTURE 9(2) VALUE ZERO.
       01  WRK-TABELA-PDD-NIVEIS.
           05  WRK-PN-ENTRY OCCURS 9 TIMES.
               10  WRK-PN-QTD         PICTURE 9(6).
               10  WRK-PN-SALDO       PICTURE 9(11)V99.
               10  WRK-PN-PROVISAO    PICTURE 9(11)V99.
       01  WRK-PDD-TOTAL-QTD      PICTURE 9(6) VALUE ZERO.
       01  WRK-PDD-TOTAL-SALDO    PICTURE 9(11)V99 VALUE ZERO.
       01  WRK-PDD-TOTAL-PROVISAO PICTURE 9(11)V99 VALUE ZERO.
       01  WRK-PDD-TOTAL-ANTERIOR PICTURE 9(11)V99 VALUE ZERO.
       01  WRK-PDD-QTD-NIVEL-H    PICTURE 9(6) VALUE ZERO.
       01  WRK-PDD-VARIACAO       PICTURE S9(11)V99 VALUE ZERO.
       01  WRK-PDD-SALDO-DP       PICTURE ZZZ.ZZZ.ZZ9,99.
       01  WRK-PDD-PROVISAO-DP    PICTURE ZZZ.ZZZ.ZZ9,99.
       01  WRK-PDD-ANTERIOR-DP    PICTURE ZZZ.ZZZ.ZZ9,99.
       01  WRK-PDD-VARIACAO-DP    PICTURE ZZZ.ZZZ.ZZ9,99-.
       01  WRK-PDD-DIAS-DP        PICTURE ZZZZ9.
       01  WRK-PDD-NOME           PICTURE X(20) VALUE SPACES.
       01  WS-STATUS-PROVISAO     PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-PDD-HIST     PICTURE X(2)  VALUE SPACES.
       01  WS-SEM-PROVISAO        PICTURE X     VALUE "N".
           88  SEM-PROVISAO                       VALUE "S".
       01  WS-FIM-PROVISAO        PICTURE X     VALUE "N".
           88  FIM-PROVISAO                       VALUE "S".
       01  WS-FIM-PDD-HIST        PICTURE X     VALUE "N".
           88  FIM-PDD-HIST                       VALUE "S".
       01  WS-PDD-AGENCIA-ACHADA  PICTURE X     VALUE "N".
           88  PDD-AGENCIA-ACHADA                 VALUE "S".

       PROCEDURE                         DIVISION.
       0000-PRINCIPAL.
               UNTIL FIM-CONTAS.
           PERFORM 3000-TOTALIZAR-POSICOES
               UNTIL FIM-POSICOES.
           PERFORM 5000-APURAR-PROVISAO.
           PERFORM 4000-EMITIR-RELATORIO.
           PERFORM 9000-ENCERRAR-ARQUIVOS.
           STOP RUN.
           PERFORM 8000-ESCREVER-LINHA-FECHAMENTO.

           PERFORM 4100-EMITIR-CONSOLIDADO.
           PERFORM 4200-EMITIR-PROVISAO.

           MOVE SPACES TO LINHA-FECHAMENTO.
           STRING "FIM DO RELATORIO - CONTAS PROCESSADAS "
               WRITE LINHA-FECHAMENTO
           END-IF.

      *QUADRO POR AGENCIA: CONTAS CLASSIFICADAS, SALDO DEVEDOR,
      *PROVISAO DO MES, PROVISAO DO MES ANTERIOR E A VARIACAO (POSITIVA
      *= CONSTITUICAO LIQUIDA NO MES). DEPOIS, OS TOTAIS POR NIVEL E A
      *LISTA DO NIVEL H.
       4200-EMITIR-PROVISAO.
           MOVE SPACES TO LINHA-FECHAMENTO.
           PERFORM 8000-ESCREVER-LINHA-FECHAMENTO.
           MOVE SPACES TO LINHA-FECHAMENTO.
           STRING "PROVISAO PARA CREDITOS DE LIQUIDACAO DUVIDOSA - "
               "CHEQUE ESPECIAL"
               DELIMITED BY SIZE INTO LINHA-FECHAMENTO.
           PERFORM 8000-ESCREVER-LINHA-FECHAMENTO.
           IF SEM-PROVISAO
               MOVE SPACES TO LINHA-FECHAMENTO
               STRING "  SEM PROVISAO.DAT - CARTEIRA NAO CLASSIFICADA"
                   DELIMITED BY SIZE INTO LINHA-FECHAMENTO
               PERFORM 8000-ESCREVER-LINHA-FECHAMENTO
           ELSE
               MOVE SPACES TO LINHA-FECHAMENTO
               STRING "  AG    CONTAS   SALDO DEVEDOR        PROVISAO"
                   "    MES ANTERIOR        VARIACAO"
                   DELIMITED BY SIZE INTO LINHA-FECHAMENTO
               PERFORM 8000-ESCREVER-LINHA-FECHAMENTO
               PERFORM VARYING WRK-IND-PDD FROM 1 BY 1
                   UNTIL WRK-IND-PDD > WRK-QTD-PDD-AGENCIAS
                   ADD WRK-PA-QTD (WRK-IND-PDD) TO WRK-PDD-TOTAL-QTD
                   ADD WRK-PA-SALDO (WRK-IND-PDD)
                       TO WRK-PDD-TOTAL-SALDO
                   ADD WRK-PA-PROVISAO (WRK-IND-PDD)
                       TO WRK-PDD-TOTAL-PROVISAO
                   ADD WRK-PA-ANTERIOR (WRK-IND-PDD)
                       TO WRK-PDD-TOTAL-ANTERIOR
                   MOVE WRK-PA-QTD (WRK-IND-PDD) TO WRK-QTD-DP
                   MOVE WRK-PA-SALDO (WRK-IND-PDD) TO WRK-PDD-SALDO-DP
                   MOVE WRK-PA-PROVISAO (WRK-IND-PDD)
                       TO WRK-PDD-PROVISAO-DP
                   MOVE WRK-PA-ANTERIOR (WRK-IND-PDD)
                       TO WRK-PDD-ANTERIOR-DP
                   COMPUTE WRK-PDD-VARIACAO =
                       WRK-PA-PROVISAO (WRK-IND-PDD) -
                       WRK-PA-ANTERIOR (WRK-IND-PDD)
                   MOVE WRK-PDD-VARIACAO TO WRK-PDD-VARIACAO-DP
                   MOVE SPACES TO LINHA-FECHAMENTO
                   STRING "  " WRK-PA-AGENCIA (WRK-IND-PDD)
                       "  " WRK-QTD-DP "  " WRK-PDD-SALDO-DP
                       "  " WRK-PDD-PROVISAO-DP
                       "  " WRK-PDD-ANTERIOR-DP
                       "  " WRK-PDD-VARIACAO-DP
                       DELIMITED BY SIZE INTO LINHA-FECHAMENTO
                   PERFORM 8000-ESCREVER-LINHA-FECHAMENTO
               END-PERFORM
               MOVE WRK-PDD-TOTAL-QTD TO WRK-QTD-DP
               MOVE WRK-PDD-TOTAL-SALDO TO WRK-PDD-SALDO-DP
               MOVE WRK-PDD-TOTAL-PROVISAO TO WRK-PDD-PROVISAO-DP
               MOVE WRK-PDD-TOTAL-ANTERIOR TO WRK-PDD-ANTERIOR-DP
               COMPUTE WRK-PDD-VARIACAO =
                   WRK-PDD-TOTAL-PROVISAO - WRK-PDD-TOTAL-ANTERIOR
               MOVE WRK-PDD-VARIACAO TO WRK-PDD-VARIACAO-DP
               MOVE SPACES TO LINHA-FECHAMENTO
               STRING "  TOT  " WRK-QTD-DP "  " WRK-PDD-SALDO-DP
                   "  " WRK-PDD-PROVISAO-DP
                   "  " WRK-PDD-ANTERIOR-DP
                   "  " WRK-PDD-VARIACAO-DP
                   DELIMITED BY SIZE INTO LINHA-FECHAMENTO
               PERFORM 8000-ESCREVER-LINHA-FECHAMENTO
               MOVE SPACES TO LINHA-FECHAMENTO
               PERFORM 8000-ESCREVER-LINHA-FECHAMENTO
               PERFORM VARYING WRK-IND-NIVEL FROM 1 BY 1
                   UNTIL WRK-IND-NIVEL > 9
                   MOVE WRK-PN-QTD (WRK-IND-NIVEL) TO WRK-QTD-DP
                   MOVE WRK-PN-SALDO (WRK-IND-NIVEL)
                       TO WRK-PDD-SALDO-DP
                   MOVE WRK-PN-PROVISAO (WRK-IND-NIVEL)
                       TO WRK-PDD-PROVISAO-DP
                   MOVE SPACES TO LINHA-FECHAMENTO
                   STRING "  NIVEL " WRK-NR-NIVEL (WRK-IND-NIVEL)
                       "  CONTAS " WRK-QTD-DP
                       "  SALDO " WRK-PDD-SALDO-DP
                       "  PROVISAO " WRK-PDD-PROVISAO-DP
                       DELIMITED BY SIZE INTO LINHA-FECHAMENTO
                   PERFORM 8000-ESCREVER-LINHA-FECHAMENTO
               END-PERFORM
               PERFORM 4250-LISTAR-NIVEL-H
           END-IF.

      *RELACAO PARA A DIRETORIA APROVAR A BAIXA A PREJUIZO: TODA
      *CONTA QUE O PROVISAOPDD DEIXOU NO NIVEL H, COM A DATA EM QUE
      *CHEGOU AO NIVEL. A BAIXA EM SI NAO E FEITA AQUI.
       4250-LISTAR-NIVEL-H.
           MOVE SPACES TO LINHA-FECHAMENTO.
           PERFORM 8000-ESCREVER-LINHA-FECHAMENTO.
           MOVE SPACES TO LINHA-FECHAMENTO.
           STRING "CONTAS NO NIVEL H - PROPOSTA DE BAIXA A PREJUIZO"
               DELIMITED BY SIZE INTO LINHA-FECHAMENTO.
           PERFORM 8000-ESCREVER-LINHA-FECHAMENTO.
           IF WRK-PDD-QTD-NIVEL-H = ZERO
               MOVE SPACES TO LINHA-FECHAMENTO
               STRING "  NENHUMA CONTA NO NIVEL H"
                   DELIMITED BY SIZE INTO LINHA-FECHAMENTO
               PERFORM 8000-ESCREVER-LINHA-FECHAMENTO
           ELSE
               MOVE SPACES TO LINHA-FECHAMENTO
               STRING "  CONTA  AG  NOME                  DIAS"
                   "  SALDO DEVEDOR       PROVISAO    DESDE"
                   DELIMITED BY SIZE INTO LINHA-FECHAMENTO
               PERFORM 8000-ESCREVER-LINHA-FECHAMENTO
               MOVE "N" TO WS-FIM-PROVISAO
               MOVE LOW-VALUES TO PV-CONTA
               START PROVISAO KEY IS NOT LESS THAN PV-CONTA
                   INVALID KEY
                       SET FIM-PROVISAO TO TRUE
               END-START
               IF NOT FIM-PROVISAO
                   PERFORM 5900-LER-PROVISAO
               END-IF
               PERFORM 4260-LINHA-NIVEL-H
                   UNTIL FIM-PROVISAO
               MOVE WRK-PDD-QTD-NIVEL-H TO WRK-QTD-DP
               MOVE SPACES TO LINHA-FECHAMENTO
               STRING "  TOTAL NO NIVEL H: " WRK-QTD-DP
                   " CONTA(S) - SUBMETER A APROVACAO DA BAIXA"
                   DELIMITED BY SIZE INTO LINHA-FECHAMENTO
               PERFORM 8000-ESCREVER-LINHA-FECHAMENTO
           END-IF.

       4260-LINHA-NIVEL-H.
           IF PV-NIVEL-H
               MOVE PV-CONTA TO CM-CONTA
               READ CONTA-MASTER
                   INVALID KEY
                       MOVE "(FORA DO MASTER)" TO WRK-PDD-NOME
                   NOT INVALID KEY
                       MOVE CM-NOME TO WRK-PDD-NOME
               END-READ
               MOVE PV-DIAS-ATRASO TO WRK-PDD-DIAS-DP
               COMPUTE WRK-PDD-SALDO-DP = 0 - PV-SALDO
               MOVE PV-VALOR-PROVISAO TO WRK-PDD-PROVISAO-DP
               MOVE SPACES TO LINHA-FECHAMENTO
               STRING "  " PV-CONTA " " PV-AGENCIA " " WRK-PDD-NOME
                   " " WRK-PDD-DIAS-DP " " WRK-PDD-SALDO-DP
                   " " WRK-PDD-PROVISAO-DP " " PV-DATA-NIVEL-H
                   DELIMITED BY SIZE INTO LINHA-FECHAMENTO
               PERFORM 8000-ESCREVER-LINHA-FECHAMENTO
           END-IF.
           PERFORM 5900-LER-PROVISAO.

      *SEM PROVISAO.DAT (PROVISAOPDD AINDA NAO RODOU) O QUADRO SAI COM
      *O AVISO E O PDDHIST.DAT NAO E TOCADO. O MES ANTERIOR DE JANEIRO
      *E DEZEMBRO DO ANO ANTERIOR (AAAA01 - 89 = AAAA-1 12).
       5000-APURAR-PROVISAO.
           IF WRK-ANO-MES-HOJE (5:2) = "01"
               COMPUTE WRK-ANO-MES-ANTERIOR = WRK-ANO-MES-HOJE - 89
           ELSE
               COMPUTE WRK-ANO-MES-ANTERIOR = WRK-ANO-MES-HOJE - 1
           END-IF.
           PERFORM VARYING WRK-IND-NIVEL FROM 1 BY 1
               UNTIL WRK-IND-NIVEL > 9
               MOVE ZERO TO WRK-PN-QTD (WRK-IND-NIVEL)
               MOVE ZERO TO WRK-PN-SALDO (WRK-IND-NIVEL)
               MOVE ZERO TO WRK-PN-PROVISAO (WRK-IND-NIVEL)
           END-PERFORM.
           OPEN INPUT PROVISAO.
           IF WS-STATUS-PROVISAO = "35"
               SET SEM-PROVISAO TO TRUE
           ELSE
               MOVE LOW-VALUES TO PV-CONTA
               START PROVISAO KEY IS NOT LESS THAN PV-CONTA
                   INVALID KEY
                       SET FIM-PROVISAO TO TRUE
               END-START
               IF NOT FIM-PROVISAO
                   PERFORM 5900-LER-PROVISAO
               END-IF
               PERFORM 5100-ACUMULAR-PROVISAO
                   UNTIL FIM-PROVISAO
               PERFORM 5300-CARREGAR-MES-ANTERIOR
               PERFORM 5400-GRAVAR-HISTORICO-PDD
           END-IF.

      *CONTA COM NIVEL EM BRANCO VOLTOU AO POSITIVO E NAO ENTRA NO
      *QUADRO. PV-SALDO E NEGATIVO: SUBTRAIR SOMA O SALDO DEVEDOR.
       5100-ACUMULAR-PROVISAO.
           IF PV-NIVEL NOT = SPACES
               MOVE PV-AGENCIA TO WRK-AGENCIA-PDD
               PERFORM 5200-LOCALIZAR-AGENCIA-PDD
               ADD 1 TO WRK-PA-QTD (WRK-IND-PDD)
               SUBTRACT PV-SALDO FROM WRK-PA-SALDO (WRK-IND-PDD)
               ADD PV-VALOR-PROVISAO TO WRK-PA-PROVISAO (WRK-IND-PDD)
               PERFORM VARYING WRK-IND-NIVEL FROM 1 BY 1
                   UNTIL WRK-IND-NIVEL > 9
                   IF WRK-NR-NIVEL (WRK-IND-NIVEL) = PV-NIVEL
                       ADD 1 TO WRK-PN-QTD (WRK-IND-NIVEL)
                       SUBTRACT PV-SALDO
                           FROM WRK-PN-SALDO (WRK-IND-NIVEL)
                       ADD PV-VALOR-PROVISAO
                           TO WRK-PN-PROVISAO (WRK-IND-NIVEL)
                   END-IF
               END-PERFORM
               IF PV-NIVEL-H
                   ADD 1 TO WRK-PDD-QTD-NIVEL-H
               END-IF
           END-IF.
           PERFORM 5900-LER-PROVISAO.

      *DEIXA O WRK-IND-PDD NA ENTRADA DA AGENCIA WRK-AGENCIA-PDD,
      *ABRINDO A ENTRADA ZERADA QUANDO A AGENCIA AINDA NAO APARECEU.
       5200-LOCALIZAR-AGENCIA-PDD.
           MOVE "N" TO WS-PDD-AGENCIA-ACHADA.
           PERFORM VARYING WRK-IND-PDD FROM 1 BY 1
               UNTIL WRK-IND-PDD > WRK-QTD-PDD-AGENCIAS
                  OR PDD-AGENCIA-ACHADA
               IF WRK-PA-AGENCIA (WRK-IND-PDD) = WRK-AGENCIA-PDD
                   SET PDD-AGENCIA-ACHADA TO TRUE
               END-IF
           END-PERFORM.
           IF PDD-AGENCIA-ACHADA
               SUBTRACT 1 FROM WRK-IND-PDD
           ELSE
               IF WRK-QTD-PDD-AGENCIAS >= 50
                   DISPLAY "FECHAMENTOMES: MAIS DE 50 AGENCIAS NA "
                       "PROVISAO - AMPLIAR A TABELA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-QTD-PDD-AGENCIAS
               MOVE WRK-QTD-PDD-AGENCIAS TO WRK-IND-PDD
               MOVE WRK-AGENCIA-PDD TO WRK-PA-AGENCIA (WRK-IND-PDD)
               MOVE ZERO TO WRK-PA-QTD (WRK-IND-PDD)
               MOVE ZERO TO WRK-PA-SALDO (WRK-IND-PDD)
               MOVE ZERO TO WRK-PA-PROVISAO (WRK-IND-PDD)
               MOVE ZERO TO WRK-PA-ANTERIOR (WRK-IND-PDD)
           END-IF.

      *AGENCIA QUE TINHA PROVISAO NO MES ANTERIOR E ZEROU NESTE MES
      *TAMBEM ENTRA NO QUADRO, COM A REVERSAO TOTAL NA VARIACAO.
       5300-CARREGAR-MES-ANTERIOR.
           OPEN I-O PDD-HIST.
           IF WS-STATUS-PDD-HIST = "35"
               OPEN OUTPUT PDD-HIST
               CLOSE PDD-HIST
               OPEN I-O PDD-HIST
           END-IF.
           MOVE WRK-ANO-MES-ANTERIOR TO PH-ANO-MES.
           MOVE ZERO TO PH-AGENCIA.
           START PDD-HIST KEY IS NOT LESS THAN PH-CHAVE
               INVALID KEY
                   SET FIM-PDD-HIST TO TRUE
           END-START.
           IF NOT FIM-PDD-HIST
               PERFORM 5390-LER-PDD-HIST
           END-IF.
           PERFORM 5350-ACUMULAR-MES-ANTERIOR
               UNTIL FIM-PDD-HIST.

       5350-ACUMULAR-MES-ANTERIOR.
           IF PH-ANO-MES = WRK-ANO-MES-ANTERIOR
               MOVE PH-AGENCIA TO WRK-AGENCIA-PDD
               PERFORM 5200-LOCALIZAR-AGENCIA-PDD
               ADD PH-VALOR-PROVISAO TO WRK-PA-ANTERIOR (WRK-IND-PDD)
               PERFORM 5390-LER-PDD-HIST
           ELSE
               SET FIM-PDD-HIST TO TRUE
           END-IF.

      *O TESTE DE FILE STATUS COBRE ERRO PERMANENTE DE I-O, QUE NAO
      *LEVANTA O AT END - SEM ELE A VARREDURA FICARIA EM LACO.
       5390-LER-PDD-HIST.
           READ PDD-HIST NEXT RECORD
               AT END
                   SET FIM-PDD-HIST TO TRUE
           END-READ.
           IF WS-STATUS-PDD-HIST NOT = "00"
               SET FIM-PDD-HIST TO TRUE
           END-IF.

      *A FOTOGRAFIA DO MES FECHADO VAI PARA O PDDHIST.DAT; NUMA
      *RODADA REPETIDA DO MESMO MES O REGISTRO E REGRAVADO.
       5400-GRAVAR-HISTORICO-PDD.
           PERFORM VARYING WRK-IND-PDD FROM 1 BY 1
               UNTIL WRK-IND-PDD > WRK-QTD-PDD-AGENCIAS
               MOVE WRK-ANO-MES-HOJE TO PH-ANO-MES
               MOVE WRK-PA-AGENCIA (WRK-IND-PDD) TO PH-AGENCIA
               MOVE WRK-PA-QTD (WRK-IND-PDD) TO PH-QTD-CONTAS
               MOVE WRK-PA-SALDO (WRK-IND-PDD) TO PH-SALDO-DEVEDOR
               MOVE WRK-PA-PROVISAO (WRK-IND-PDD)
                   TO PH-VALOR-PROVISAO
               WRITE REG-PDD-HIST
                   INVALID KEY
                       REWRITE REG-PDD-HIST
               END-WRITE
           END-PERFORM.

      *O TESTE DE FILE STATUS COBRE ERRO PERMANENTE DE I-O, QUE NAO
      *LEVANTA O AT END - SEM ELE A VARREDURA FICARIA EM LACO.
       5900-LER-PROVISAO.
           READ PROVISAO NEXT RECORD
               AT END
                   SET FIM-PROVISAO TO TRUE
           END-READ.
           IF WS-STATUS-PROVISAO NOT = "00"
               SET FIM-PROVISAO TO TRUE
           END-IF.

      *TODA LINHA DO RELATORIO PASSA AQUI: NO TOPO DE PAGINA SAI O
      *CABECALHO PADRAO E A LINHA PEDIDA E PRESERVADA.
       8000-ESCREVER-LINHA-FECHAMENTO.
           CLOSE CONTA-MASTER.
           CLOSE POSICAO.
           CLOSE FECHAMENTO.
           IF NOT SEM-PROVISAO
               CLOSE PROVISAO
               CLOSE PDD-HIST
           END-IF.
