       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. HISTORICOLOTE.
       AUTHOR. NAPOLEAO.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT EXEC-LOTE  ASSIGN TO "EXECLOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-CHAVE
               FILE STATUS IS WS-STATUS-EXEC.
           SELECT HIST-REL  ASSIGN TO "HISTLOTE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIST-REL.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
       DATA                            DIVISION.
       FILE SECTION.
       FD  EXEC-LOTE.
           COPY PASSOLOTE.
       FD  HIST-REL.
       01  LINHA-HIST          PICTURE X(80).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E O HISTORICO DA JANELA DE LOTE, RODADO SOB
      *DEMANDA: LE O CONTROLE DE EXECUCAO (EXECLOTE.DAT) DAS ULTIMAS
      *N NOITES (1 A 7, INFORMADO NA ENTRADA) E IMPRIME UMA LINHA POR
      *PASSO COM O TEMPO DE CADA NOITE EM MINUTOS:SEGUNDOS E A MEDIA
      *DAS NOITES ANTERIORES A ULTIMA. O PASSO QUE NA ULTIMA NOITE
      *PASSOU DE 120% DESSA MEDIA E MARCADO, E NO FIM SAI A JANELA
      *INTEIRA DE CADA NOITE (DO PRIMEIRO INICIO AO ULTIMO FIM) - E
      *POR ELA QUE SE VE O LOTE CRESCENDO ANTES DE ESTOURAR O
      *HORARIO. SO LE O ARQUIVO.
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
       01  WRK-QTD-NOITES       PICTURE 9(1) VALUE ZERO.
       01  WRK-PCT-ALERTA       PICTURE 9(3) VALUE 120.
      *DATAS DAS NOITES NO RELATORIO, DA MAIS ANTIGA PARA A MAIS
      *RECENTE. O ARQUIVO VEM EM ORDEM DE DATA E A JANELA ANDA: CADA
      *DATA NOVA ALEM DO LIMITE EMPURRA A MAIS ANTIGA PARA FORA.
       01  WRK-TABELA-NOITES.
           05  WRK-NOITE OCCURS 7 TIMES.
               10  WRK-NT-DATA         PICTURE 9(8).
               10  WRK-NT-INICIO       PICTURE 9(14).
               10  WRK-NT-FIM          PICTURE 9(14).
       01  WRK-NOITES-USADAS    PICTURE 9(1) VALUE ZERO.
       01  WRK-ULTIMA-DATA      PICTURE 9(8) VALUE ZERO.
      *UMA LINHA POR PASSO; A ORDEM E A DA NOITE MAIS RECENTE EM QUE
      *O PASSO RODOU (PASSO NOVO ENTRA NO LUGAR CERTO DA CADEIA).
       01  WRK-TABELA-PASSOS.
           05  WRK-PS OCCURS 60 TIMES.
               10  WRK-PS-PASSO        PICTURE X(3).
               10  WRK-PS-ORDEM        PICTURE 9(3).
               10  WRK-PS-NOITE OCCURS 7 TIMES.
                   15  WRK-PS-SITUACAO PICTURE X(1).
                   15  WRK-PS-DURACAO  PICTURE 9(6).
       01  WRK-PS-TROCA         PICTURE X(55) VALUE SPACES.
       01  WRK-QTD-PASSOS       PICTURE 9(2) VALUE ZERO.
       01  WRK-I                PICTURE 9(2) VALUE ZERO.
       01  WRK-J                PICTURE 9(2) VALUE ZERO.
       01  WRK-N                PICTURE 9(1) VALUE ZERO.
       01  WRK-P                PICTURE 9(2) VALUE ZERO.
       01  WRK-ACHOU            PICTURE X    VALUE "N".
       01  WRK-SOMA             PICTURE 9(8) VALUE ZERO.
       01  WRK-QTD-MEDIA        PICTURE 9(1) VALUE ZERO.
       01  WRK-MEDIA            PICTURE 9(6) VALUE ZERO.
       01  WRK-LIMITE           PICTURE 9(8) VALUE ZERO.
       01  WRK-QTD-CRESCEU      PICTURE 9(2) VALUE ZERO.
       01  WRK-SEGUNDOS         PICTURE 9(6) VALUE ZERO.
       01  WRK-MINUTOS          PICTURE 9(3) VALUE ZERO.
       01  WRK-RESTO            PICTURE 9(2) VALUE ZERO.
       01  WRK-TEMPO-DP.
           05  WRK-MINUTOS-DP       PICTURE ZZ9.
           05  FILLER               PICTURE X(1) VALUE ":".
           05  WRK-RESTO-DP         PICTURE 9(2).
       01  WRK-CELULA           PICTURE X(7) VALUE SPACES.
       01  WRK-POS              PICTURE 9(2) VALUE ZERO.
      *DURACAO DA JANELA: DIAS ENTRE AS DATAS VEZES 86400 MAIS A
      *DIFERENCA DOS SEGUNDOS DO DIA (A JANELA ATRAVESSA A MEIA-NOITE).
       01  WRK-DATA-HORA-INI    PICTURE 9(14) VALUE ZERO.
       01  WRK-DATA-HORA-FIM    PICTURE 9(14) VALUE ZERO.
       01  WRK-DATA-INI         PICTURE 9(8) VALUE ZERO.
       01  WRK-DATA-FIM         PICTURE 9(8) VALUE ZERO.
       01  WRK-HORA-INI.
           05  WRK-HH-INI       PICTURE 9(2).
           05  WRK-MM-INI       PICTURE 9(2).
           05  WRK-SS-INI       PICTURE 9(2).
       01  WRK-HORA-FIM.
           05  WRK-HH-FIM       PICTURE 9(2).
           05  WRK-MM-FIM       PICTURE 9(2).
           05  WRK-SS-FIM       PICTURE 9(2).
       01  WRK-DURACAO          PICTURE S9(9) VALUE ZERO.
      *CONTROLE DE PAGINACAO DO RELATORIO: CABECALHO COM PROGRAMA,
      *DATA E PAGINA, QUEBRA NO TAMANHO DE PAGINA DA IMPRESSORA.
       01  WRK-LINHAS-PAGINA  PICTURE 9(2) VALUE 99.
       01  WRK-PAGINA         PICTURE 9(4) VALUE ZERO.
       01  WRK-PAGINA-DP      PICTURE ZZZ9.
       01  WRK-LINHA-GUARDADA PICTURE X(80) VALUE SPACES.
       01  WS-STATUS-EXEC       PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-HIST-REL   PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-FIM-EXEC          PICTURE X    VALUE "N".
           88  FIM-EXEC                       VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-ESCOLHER-NOITES.
           IF WRK-NOITES-USADAS = ZERO
               DISPLAY "HISTORICOLOTE: EXECLOTE.DAT SEM NENHUMA "
                   "RODADA REGISTRADA"
           ELSE
               PERFORM 3000-CARREGAR-PASSOS
               PERFORM 4000-ORDENAR-PASSOS
               PERFORM 5000-IMPRIMIR-PASSOS
               PERFORM 6000-IMPRIMIR-JANELA
           END-IF.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           PERFORM 1050-LER-DATA-MOVTO.
           DISPLAY "HISTORICO DA JANELA DE LOTE".
           DISPLAY "INFORME QUANTAS NOITES (1 A 7, 0 = 7)".
           ACCEPT WRK-QTD-NOITES.
           IF WRK-QTD-NOITES = ZERO
               MOVE 7 TO WRK-QTD-NOITES
           END-IF.
           IF WRK-QTD-NOITES > 7
               DISPLAY "HISTORICOLOTE: QUANTIDADE DE NOITES INVALIDA ("
                   WRK-QTD-NOITES ") - NADA FEITO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EXEC-LOTE.
           IF WS-STATUS-EXEC = "35"
               OPEN OUTPUT EXEC-LOTE
               CLOSE EXEC-LOTE
               OPEN INPUT EXEC-LOTE
           END-IF.
           OPEN OUTPUT HIST-REL.

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

      *PRIMEIRA LEITURA: SO AS DATAS, PARA SABER QUAIS SAO AS N
      *ULTIMAS NOITES.
       2000-ESCOLHER-NOITES.
           MOVE ZERO TO WRK-NOITES-USADAS.
           MOVE ZERO TO WRK-ULTIMA-DATA.
           PERFORM 2900-POSICIONAR-INICIO.
           PERFORM 2100-TRATAR-DATA
               UNTIL FIM-EXEC.

       2100-TRATAR-DATA.
           PERFORM 2950-LER-EXEC.
           IF NOT FIM-EXEC AND EX-DATA-MOVTO NOT = WRK-ULTIMA-DATA
               MOVE EX-DATA-MOVTO TO WRK-ULTIMA-DATA
               IF WRK-NOITES-USADAS < WRK-QTD-NOITES
                   ADD 1 TO WRK-NOITES-USADAS
               ELSE
                   PERFORM VARYING WRK-N FROM 1 BY 1
                       UNTIL WRK-N >= WRK-NOITES-USADAS
                       MOVE WRK-NT-DATA (WRK-N + 1)
                           TO WRK-NT-DATA (WRK-N)
                   END-PERFORM
               END-IF
               MOVE EX-DATA-MOVTO TO WRK-NT-DATA (WRK-NOITES-USADAS)
               MOVE 99999999999999 TO WRK-NT-INICIO
                   (WRK-NOITES-USADAS)
               MOVE ZERO TO WRK-NT-FIM (WRK-NOITES-USADAS)
           END-IF.

       2900-POSICIONAR-INICIO.
           MOVE "N" TO WS-FIM-EXEC.
           MOVE LOW-VALUES TO EX-CHAVE.
           START EXEC-LOTE KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   SET FIM-EXEC TO TRUE
           END-START.

       2950-LER-EXEC.
           READ EXEC-LOTE NEXT RECORD
               AT END
                   SET FIM-EXEC TO TRUE
           END-READ.
           IF WS-STATUS-EXEC NOT = "00"
               AND WS-STATUS-EXEC NOT = "10"
               SET FIM-EXEC TO TRUE
           END-IF.

      *SEGUNDA LEITURA: CADA PASSO DAS NOITES ESCOLHIDAS VAI PARA A
      *SUA LINHA NA COLUNA DA NOITE.
       3000-CARREGAR-PASSOS.
           MOVE ZERO TO WRK-QTD-PASSOS.
           PERFORM 2900-POSICIONAR-INICIO.
           PERFORM 3100-TRATAR-PASSO
               UNTIL FIM-EXEC.

       3100-TRATAR-PASSO.
           PERFORM 2950-LER-EXEC.
           IF NOT FIM-EXEC
               MOVE ZERO TO WRK-N
               PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-NOITES-USADAS
                   IF WRK-NT-DATA (WRK-I) = EX-DATA-MOVTO
                       MOVE WRK-I TO WRK-N
                   END-IF
               END-PERFORM
               IF WRK-N NOT = ZERO
                   PERFORM 3200-GUARDAR-PASSO
               END-IF
           END-IF.

       3200-GUARDAR-PASSO.
           MOVE "N" TO WRK-ACHOU.
           PERFORM VARYING WRK-P FROM 1 BY 1
               UNTIL WRK-P > WRK-QTD-PASSOS OR WRK-ACHOU = "S"
               IF WRK-PS-PASSO (WRK-P) = EX-PASSO
                   MOVE "S" TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU = "S"
               SUBTRACT 1 FROM WRK-P
           ELSE
               IF WRK-QTD-PASSOS < 60
                   ADD 1 TO WRK-QTD-PASSOS
                   MOVE WRK-QTD-PASSOS TO WRK-P
                   MOVE EX-PASSO TO WRK-PS-PASSO (WRK-P)
                   PERFORM VARYING WRK-J FROM 1 BY 1 UNTIL WRK-J > 7
                       MOVE SPACE TO WRK-PS-SITUACAO (WRK-P WRK-J)
                       MOVE ZERO  TO WRK-PS-DURACAO (WRK-P WRK-J)
                   END-PERFORM
                   MOVE "S" TO WRK-ACHOU
               ELSE
                   DISPLAY "HISTORICOLOTE: MAIS DE 60 PASSOS - PASSO "
                       EX-PASSO " FORA DO RELATORIO"
               END-IF
           END-IF.
           IF WRK-ACHOU = "S"
               MOVE EX-ORDEM    TO WRK-PS-ORDEM (WRK-P)
               MOVE EX-SITUACAO TO WRK-PS-SITUACAO (WRK-P WRK-N)
               MOVE EX-DURACAO  TO WRK-PS-DURACAO (WRK-P WRK-N)
           END-IF.
           IF EX-INICIO < WRK-NT-INICIO (WRK-N)
               MOVE EX-INICIO TO WRK-NT-INICIO (WRK-N)
           END-IF.
           IF EX-FIM > WRK-NT-FIM (WRK-N)
               MOVE EX-FIM TO WRK-NT-FIM (WRK-N)
           END-IF.

      *POUCOS PASSOS: A TROCA SIMPLES BASTA.
       4000-ORDENAR-PASSOS.
           PERFORM VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I >= WRK-QTD-PASSOS
               PERFORM VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J > WRK-QTD-PASSOS - WRK-I
                   IF WRK-PS-ORDEM (WRK-J) > WRK-PS-ORDEM (WRK-J + 1)
                       MOVE WRK-PS (WRK-J)     TO WRK-PS-TROCA
                       MOVE WRK-PS (WRK-J + 1) TO WRK-PS (WRK-J)
                       MOVE WRK-PS-TROCA       TO WRK-PS (WRK-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       5000-IMPRIMIR-PASSOS.
           PERFORM VARYING WRK-P FROM 1 BY 1
               UNTIL WRK-P > WRK-QTD-PASSOS
               PERFORM 5100-IMPRIMIR-PASSO
           END-PERFORM.
           DISPLAY "HISTORICOLOTE: " WRK-QTD-PASSOS " PASSO(S) EM "
               WRK-NOITES-USADAS " NOITE(S), " WRK-QTD-CRESCEU
               " ACIMA DE " WRK-PCT-ALERTA "% DA MEDIA".

      *A MEDIA E SO DAS NOITES CONCLUIDAS ANTES DA ULTIMA - E COM
      *ELA QUE A ULTIMA NOITE E COMPARADA.
       5100-IMPRIMIR-PASSO.
           MOVE SPACES TO LINHA-HIST.
           MOVE WRK-PS-PASSO (WRK-P) TO LINHA-HIST (1:3).
           MOVE 6 TO WRK-POS.
           MOVE ZERO TO WRK-SOMA.
           MOVE ZERO TO WRK-QTD-MEDIA.
           PERFORM VARYING WRK-N FROM 1 BY 1
               UNTIL WRK-N > WRK-NOITES-USADAS
               EVALUATE WRK-PS-SITUACAO (WRK-P WRK-N)
                   WHEN "C"
                       MOVE WRK-PS-DURACAO (WRK-P WRK-N)
                           TO WRK-SEGUNDOS
                       PERFORM 7000-FORMATAR-TEMPO
                       IF WRK-N < WRK-NOITES-USADAS
                           ADD WRK-PS-DURACAO (WRK-P WRK-N)
                               TO WRK-SOMA
                           ADD 1 TO WRK-QTD-MEDIA
                       END-IF
                   WHEN "A"
                       MOVE "  ABORT" TO WRK-CELULA
                   WHEN "E"
                       MOVE " INCOMP" TO WRK-CELULA
                   WHEN OTHER
                       MOVE "      -" TO WRK-CELULA
               END-EVALUATE
               MOVE WRK-CELULA TO LINHA-HIST (WRK-POS:7)
               ADD 7 TO WRK-POS
           END-PERFORM.
           IF WRK-QTD-MEDIA > ZERO
               DIVIDE WRK-SOMA BY WRK-QTD-MEDIA GIVING WRK-MEDIA
               MOVE WRK-MEDIA TO WRK-SEGUNDOS
               PERFORM 7000-FORMATAR-TEMPO
               MOVE WRK-CELULA TO LINHA-HIST (56:7)
               COMPUTE WRK-LIMITE = WRK-MEDIA * WRK-PCT-ALERTA / 100
               IF WRK-PS-SITUACAO (WRK-P WRK-NOITES-USADAS) = "C"
                   AND WRK-PS-DURACAO (WRK-P WRK-NOITES-USADAS)
                       > WRK-LIMITE
                   MOVE "<< CRESCEU" TO LINHA-HIST (65:10)
                   ADD 1 TO WRK-QTD-CRESCEU
               END-IF
           END-IF.
           PERFORM 8000-ESCREVER-LINHA-HIST.

       6000-IMPRIMIR-JANELA.
           MOVE SPACES TO LINHA-HIST.
           PERFORM 8000-ESCREVER-LINHA-HIST.
           MOVE SPACES TO LINHA-HIST.
           MOVE "TOT" TO LINHA-HIST (1:3).
           MOVE 6 TO WRK-POS.
           PERFORM VARYING WRK-N FROM 1 BY 1
               UNTIL WRK-N > WRK-NOITES-USADAS
               IF WRK-NT-FIM (WRK-N) = ZERO
                   MOVE "      -" TO WRK-CELULA
               ELSE
                   MOVE WRK-NT-INICIO (WRK-N) TO WRK-DATA-HORA-INI
                   MOVE WRK-NT-FIM (WRK-N)    TO WRK-DATA-HORA-FIM
                   PERFORM 7100-CALCULAR-DURACAO
                   MOVE WRK-DURACAO TO WRK-SEGUNDOS
                   PERFORM 7000-FORMATAR-TEMPO
               END-IF
               MOVE WRK-CELULA TO LINHA-HIST (WRK-POS:7)
               ADD 7 TO WRK-POS
           END-PERFORM.
           PERFORM 8000-ESCREVER-LINHA-HIST.

      *MINUTOS:SEGUNDOS NUMA CELULA DE 7 POSICOES.
       7000-FORMATAR-TEMPO.
           IF WRK-SEGUNDOS > 59999
               MOVE 59999 TO WRK-SEGUNDOS
           END-IF.
           DIVIDE WRK-SEGUNDOS BY 60 GIVING WRK-MINUTOS
               REMAINDER WRK-RESTO.
           MOVE WRK-MINUTOS TO WRK-MINUTOS-DP.
           MOVE WRK-RESTO   TO WRK-RESTO-DP.
           MOVE SPACES TO WRK-CELULA.
           MOVE WRK-TEMPO-DP TO WRK-CELULA (2:6).

       7100-CALCULAR-DURACAO.
           MOVE WRK-DATA-HORA-INI (1:8) TO WRK-DATA-INI.
           MOVE WRK-DATA-HORA-INI (9:6) TO WRK-HORA-INI.
           MOVE WRK-DATA-HORA-FIM (1:8) TO WRK-DATA-FIM.
           MOVE WRK-DATA-HORA-FIM (9:6) TO WRK-HORA-FIM.
           COMPUTE WRK-DURACAO =
               (FUNCTION INTEGER-OF-DATE (WRK-DATA-FIM)
               - FUNCTION INTEGER-OF-DATE (WRK-DATA-INI)) * 86400
               + WRK-HH-FIM * 3600 + WRK-MM-FIM * 60 + WRK-SS-FIM
               - WRK-HH-INI * 3600 - WRK-MM-INI * 60 - WRK-SS-INI.
           IF WRK-DURACAO < ZERO
               MOVE ZERO TO WRK-DURACAO
           END-IF.

      *ESCREVE UMA LINHA DO RELATORIO; NA VIRADA DA PAGINA SAI O
      *CABECALHO PADRAO E A LINHA PEDIDA E PRESERVADA.
       8000-ESCREVER-LINHA-HIST.
           MOVE LINHA-HIST TO WRK-LINHA-GUARDADA.
           IF WRK-LINHAS-PAGINA >= 60
               PERFORM 8100-CABECALHO-LINHA-HIST
           END-IF.
           MOVE WRK-LINHA-GUARDADA TO LINHA-HIST.
           WRITE LINHA-HIST.
           ADD 1 TO WRK-LINHAS-PAGINA.

      *AS COLUNAS DAS NOITES VEM COM DIA/MES DA DATA-MOVIMENTO.
       8100-CABECALHO-LINHA-HIST.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO WRK-PAGINA-DP.
           MOVE SPACES TO LINHA-HIST.
           STRING "HISTORICOLOTE - TEMPO POR PASSO DO LOTE NOTURNO -"
               " DATA " WRK-DATA-MOVTO
               " PAG " WRK-PAGINA-DP
               DELIMITED BY SIZE INTO LINHA-HIST.
           WRITE LINHA-HIST.
           MOVE SPACES TO LINHA-HIST.
           MOVE "PAS" TO LINHA-HIST (1:3).
           MOVE 6 TO WRK-POS.
           PERFORM VARYING WRK-N FROM 1 BY 1
               UNTIL WRK-N > WRK-NOITES-USADAS
               MOVE SPACES TO WRK-CELULA
               STRING "  " WRK-NT-DATA (WRK-N) (7:2) "/"
                   WRK-NT-DATA (WRK-N) (5:2)
                   DELIMITED BY SIZE INTO WRK-CELULA
               MOVE WRK-CELULA TO LINHA-HIST (WRK-POS:7)
               ADD 7 TO WRK-POS
           END-PERFORM.
           MOVE "  MEDIA" TO LINHA-HIST (56:7).
           WRITE LINHA-HIST.
           MOVE SPACES TO LINHA-HIST.
           WRITE LINHA-HIST.
           MOVE 3 TO WRK-LINHAS-PAGINA.

       9000-ENCERRAR.
           CLOSE EXEC-LOTE.
           CLOSE HIST-REL.
