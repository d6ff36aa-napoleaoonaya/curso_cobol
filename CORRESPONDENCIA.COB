       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. CORRESPONDENCIA.
       AUTHOR. NAPOLEAO.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT EVENTO-CLI  ASSIGN TO "CORRESPEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EVENTO.
      *EVENTO SEM MODELO DE CARTA NAO SE PERDE: VOLTA PARA O
      *CORRESPEVT.DAT PELO ARQUIVO DE TRABALHO (MESMO RITO DO
      *BLOQNOVO.TMP NO MANUTENCAOBLOQUEIO) E SAI QUANDO O MODELO FOR
      *CADASTRADO.
           SELECT EVENTO-PEND  ASSIGN TO "CORRESPEVT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EVENTO-PEND.
      *CARTAS.DAT E A TABELA DE MODELOS MANTIDA PELO BANCO: UMA LINHA
      *DE TEXTO POR REGISTRO, NA ORDEM DE IMPRESSAO, POR TIPO DE
      *EVENTO.
           SELECT MODELOS  ASSIGN TO "CARTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MODELOS.
           SELECT CLIENTES  ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CPF
               FILE STATUS IS WS-STATUS-CLIENTES.
           SELECT CARTA-HIST  ASSIGN TO "CORRESPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIST.
           SELECT CARTAS-REL  ASSIGN TO "CARTAS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTAS-REL.
           SELECT ETIQUETAS-REL  ASSIGN TO "ETIQUETAS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ETIQUETAS-REL.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
       DATA                            DIVISION.
       FILE SECTION.
       FD  EVENTO-CLI.
           COPY EVENTOCLI.
       FD  EVENTO-PEND.
       01  REG-EVENTO-PEND     PICTURE X(128).
       FD  MODELOS.
       01  REG-MODELO.
           05  MC-TIPO             PICTURE X(2).
           05  MC-LINHA            PICTURE 9(2).
      *CAMPO DO EVENTO QUE ENTRA NO LUGAR DO "@" DO TEXTO: N NOME,
      *C CONTA, A AGENCIA, V VALOR, R REFERENCIA, M MOTIVO/DETALHE,
      *D DATA DO EVENTO. EM BRANCO, A LINHA SAI COMO ESTA.
           05  MC-CAMPO            PICTURE X(1).
           05  MC-TEXTO            PICTURE X(70).
       FD  CLIENTES.
           COPY CLIENTE.
       FD  CARTA-HIST.
           COPY CARTAHIST.
       FD  CARTAS-REL.
       01  LINHA-CARTA         PICTURE X(80).
       FD  ETIQUETAS-REL.
       01  LINHA-ETIQUETA      PICTURE X(80).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E O MOTOR DE CORRESPONDENCIA AO CLIENTE: LE OS
      *EVENTOS QUE A NORMA MANDA COMUNICAR (CORRESPEVT.DAT - CONTA
      *DORMENTE, CONTA BLOQUEADA NA SEGUNDA DEVOLUCAO DE CHEQUE,
      *BLOQUEIO JUDICIAL, MUDANCA DE STATUS, TARIFA COBRADA), CASA
      *CADA UM COM O NOME E O ENDERECO DO CLIENTES.DAT E IMPRIME UMA
      *CARTA POR EVENTO PELO MODELO DO CARTAS.DAT (CARTAS.PRT). SAI
      *TAMBEM A LISTA DE POSTAGEM/ETIQUETAS (ETIQUETAS.PRT) E CADA
      *CARTA FICA NO HISTORICO CORRESPHIST.DAT. O EVENTO EMITIDO SAI
      *DO CORRESPEVT.DAT; O QUE NAO TEM MODELO FICA PARA A PROXIMA
      *NOITE.
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
       01  WRK-DATA-DP          PICTURE X(10) VALUE SPACES.
      *MODELOS CARREGADOS NA ORDEM DO ARQUIVO.
       01  WRK-TABELA-MODELOS.
           05  WRK-MODELO OCCURS 300 TIMES.
               10  WRK-MD-TIPO       PICTURE X(2).
               10  WRK-MD-CAMPO      PICTURE X(1).
               10  WRK-MD-TEXTO      PICTURE X(70).
       01  WRK-QTD-MODELOS      PICTURE 9(3) VALUE ZERO.
       01  WRK-IND-MODELO       PICTURE 9(3) VALUE ZERO.
       01  WRK-TEM-MODELO       PICTURE X    VALUE "N".
       01  WRK-ULTIMA-CARTA     PICTURE 9(8) VALUE ZERO.
       01  WRK-DEST-NOME        PICTURE X(20) VALUE SPACES.
       01  WRK-DEST-ENDERECO    PICTURE X(30) VALUE SPACES.
      *MONTAGEM DA LINHA DO MODELO: TEXTO ANTES E DEPOIS DO "@" E O
      *VALOR DO CAMPO SEM OS BRANCOS DAS PONTAS.
       01  WRK-PARTE-ANTES      PICTURE X(70) VALUE SPACES.
       01  WRK-PARTE-DEPOIS     PICTURE X(70) VALUE SPACES.
       01  WRK-TAM-ANTES        PICTURE 9(2) VALUE ZERO.
       01  WRK-PONTEIRO         PICTURE 9(3) VALUE ZERO.
       01  WRK-CAMPO            PICTURE X(40) VALUE SPACES.
       01  WRK-CAMPO-INICIO     PICTURE 9(2) VALUE ZERO.
       01  WRK-CAMPO-FIM        PICTURE 9(2) VALUE ZERO.
       01  WRK-CAMPO-TAM        PICTURE 9(2) VALUE ZERO.
       01  WRK-VALOR-DP         PICTURE Z.ZZZ.ZZ9,99.
       01  WRK-DATA-EVENTO      PICTURE 9(8) VALUE ZERO.
       01  WRK-QTD-EVENTOS      PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-CARTAS       PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-RETIDAS      PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-PENDENTES    PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-DP           PICTURE ZZZ.ZZ9.
       01  WS-STATUS-EVENTO     PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-EVENTO-PEND PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-MODELOS    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CLIENTES   PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-HIST       PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CARTAS-REL PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-ETIQUETAS-REL PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-FIM-EVENTOS       PICTURE X    VALUE "N".
           88  FIM-EVENTOS                    VALUE "S".
       01  WS-FIM-MODELOS       PICTURE X    VALUE "N".
           88  FIM-MODELOS                    VALUE "S".
       01  WS-FIM-HIST          PICTURE X    VALUE "N".
           88  FIM-HIST                       VALUE "S".
       01  WS-FIM-PEND          PICTURE X    VALUE "N".
           88  FIM-PEND                       VALUE "S".
       01  WS-SEM-EVENTOS       PICTURE X    VALUE "N".
           88  SEM-EVENTOS                    VALUE "S".
       01  WS-SEM-CLIENTES      PICTURE X    VALUE "N".
           88  SEM-CLIENTES                   VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-PROCESSAR-EVENTO
               UNTIL FIM-EVENTOS.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           PERFORM 1050-LER-DATA-MOVTO.
           MOVE SPACES TO WRK-DATA-DP.
           STRING WRK-DATA-MOVTO (7:2) "/" WRK-DATA-MOVTO (5:2) "/"
               WRK-DATA-MOVTO (1:4)
               DELIMITED BY SIZE INTO WRK-DATA-DP.
           PERFORM 1100-CARREGAR-MODELOS.
           PERFORM 1200-ULTIMA-CARTA.
           OPEN INPUT EVENTO-CLI.
           IF WS-STATUS-EVENTO = "35"
               DISPLAY "SEM CORRESPEVT.DAT - NENHUMA CARTA A EMITIR"
               SET SEM-EVENTOS TO TRUE
               SET FIM-EVENTOS TO TRUE
           END-IF.
           OPEN INPUT CLIENTES.
           IF WS-STATUS-CLIENTES = "35"
               SET SEM-CLIENTES TO TRUE
           END-IF.
           OPEN EXTEND CARTA-HIST.
           IF WS-STATUS-HIST = "35"
               OPEN OUTPUT CARTA-HIST
           END-IF.
           OPEN OUTPUT EVENTO-PEND.
           OPEN OUTPUT CARTAS-REL.
           OPEN OUTPUT ETIQUETAS-REL.
           MOVE SPACES TO LINHA-ETIQUETA.
           STRING "LISTA DE POSTAGEM DA CORRESPONDENCIA - DATA "
               WRK-DATA-DP
               DELIMITED BY SIZE INTO LINHA-ETIQUETA.
           WRITE LINHA-ETIQUETA.
           MOVE SPACES TO LINHA-ETIQUETA.
           STRING "CARTA    DESTINATARIO         ENDERECO"
               "                       CPF"
               DELIMITED BY SIZE INTO LINHA-ETIQUETA.
           WRITE LINHA-ETIQUETA.
           IF NOT SEM-EVENTOS
               PERFORM 2900-LER-EVENTO
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

      *SEM CARTAS.DAT NENHUM EVENTO TEM MODELO - TODOS FICAM
      *PENDENTES PARA A PROXIMA NOITE.
       1100-CARREGAR-MODELOS.
           MOVE ZERO TO WRK-QTD-MODELOS.
           OPEN INPUT MODELOS.
           IF WS-STATUS-MODELOS = "35"
               DISPLAY "CORRESPONDENCIA: SEM CARTAS.DAT - EVENTOS "
                   "FICAM PENDENTES"
           ELSE
               PERFORM 1150-LER-MODELO
                   UNTIL FIM-MODELOS
               CLOSE MODELOS
           END-IF.

       1150-LER-MODELO.
           READ MODELOS
               AT END
                   SET FIM-MODELOS TO TRUE
               NOT AT END
                   IF WRK-QTD-MODELOS < 300
                       ADD 1 TO WRK-QTD-MODELOS
                       MOVE MC-TIPO  TO WRK-MD-TIPO (WRK-QTD-MODELOS)
                       MOVE MC-CAMPO TO WRK-MD-CAMPO (WRK-QTD-MODELOS)
                       MOVE MC-TEXTO TO WRK-MD-TEXTO (WRK-QTD-MODELOS)
                   ELSE
                       DISPLAY "CORRESPONDENCIA: CARTAS.DAT COM MAIS "
                           "DE 300 LINHAS - EXCEDENTE IGNORADO"
                       SET FIM-MODELOS TO TRUE
                   END-IF
           END-READ.

      *A NUMERACAO DAS CARTAS CONTINUA A DO HISTORICO, PARA A CARTA
      *SER IDENTIFICADA SEM AMBIGUIDADE NA AUDITORIA.
       1200-ULTIMA-CARTA.
           MOVE ZERO TO WRK-ULTIMA-CARTA.
           OPEN INPUT CARTA-HIST.
           IF WS-STATUS-HIST NOT = "35"
               PERFORM 1250-LER-HIST
                   UNTIL FIM-HIST
               CLOSE CARTA-HIST
           END-IF.

       1250-LER-HIST.
           READ CARTA-HIST
               AT END
                   SET FIM-HIST TO TRUE
               NOT AT END
                   IF HC-NUMERO-CARTA > WRK-ULTIMA-CARTA
                       MOVE HC-NUMERO-CARTA TO WRK-ULTIMA-CARTA
                   END-IF
           END-READ.

       2000-PROCESSAR-EVENTO.
           ADD 1 TO WRK-QTD-EVENTOS.
           MOVE "N" TO WRK-TEM-MODELO.
           PERFORM VARYING WRK-IND-MODELO FROM 1 BY 1
                   UNTIL WRK-IND-MODELO > WRK-QTD-MODELOS
               IF WRK-MD-TIPO (WRK-IND-MODELO) = EC-TIPO
                   MOVE "S" TO WRK-TEM-MODELO
               END-IF
           END-PERFORM.
           IF WRK-TEM-MODELO = "S"
               PERFORM 3000-EMITIR-CARTA
           ELSE
               ADD 1 TO WRK-QTD-PENDENTES
               WRITE REG-EVENTO-PEND FROM REG-EVENTO-CLI
               DISPLAY "CORRESPONDENCIA: SEM MODELO PARA O EVENTO "
                   EC-TIPO " DA CONTA " EC-CONTA " - FICA PENDENTE"
           END-IF.
           PERFORM 2900-LER-EVENTO.

       2900-LER-EVENTO.
           READ EVENTO-CLI
               AT END
                   SET FIM-EVENTOS TO TRUE
           END-READ.

       3000-EMITIR-CARTA.
           ADD 1 TO WRK-QTD-CARTAS.
           ADD 1 TO WRK-ULTIMA-CARTA.
           PERFORM 3100-BUSCAR-DESTINATARIO.
           MOVE EC-DATA-HORA (1:8) TO WRK-DATA-EVENTO.
           PERFORM 3200-CABECALHO-CARTA.
           PERFORM 3300-CORPO-CARTA
               VARYING WRK-IND-MODELO FROM 1 BY 1
               UNTIL WRK-IND-MODELO > WRK-QTD-MODELOS.
           PERFORM 3400-LISTAR-ETIQUETA.
           PERFORM 3500-GRAVAR-HISTORICO.

      *NOME E ENDERECO DO CADASTRO DE CLIENTES; CPF SEM REGISTRO LA
      *OU SEM ENDERECO SAI COM O NOME DA CONTA E A CARTA FICA RETIDA
      *NA AGENCIA PARA ENTREGA EM MAOS.
       3100-BUSCAR-DESTINATARIO.
           MOVE EC-NOME TO WRK-DEST-NOME.
           MOVE SPACES  TO WRK-DEST-ENDERECO.
           IF NOT SEM-CLIENTES
               MOVE EC-CPF TO CI-CPF
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CI-NOME     TO WRK-DEST-NOME
                       MOVE CI-ENDERECO TO WRK-DEST-ENDERECO
               END-READ
           END-IF.
           IF WRK-DEST-ENDERECO = SPACES
               ADD 1 TO WRK-QTD-RETIDAS
           END-IF.

       3200-CABECALHO-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           MOVE ALL "-" TO LINHA-CARTA (1:78).
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING "CARTA NO " WRK-ULTIMA-CARTA " - EMITIDA EM "
               WRK-DATA-DP " - AGENCIA " EC-AGENCIA
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING "A(O) SR(A). " WRK-DEST-NOME
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           IF WRK-DEST-ENDERECO = SPACES
               STRING "SEM ENDERECO CADASTRADO - RETIDA NA AGENCIA "
                   EC-AGENCIA
                   DELIMITED BY SIZE INTO LINHA-CARTA
           ELSE
               MOVE WRK-DEST-ENDERECO TO LINHA-CARTA
           END-IF.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING "CPF " EC-CPF " - CONTA " EC-CONTA
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           WRITE LINHA-CARTA.

       3300-CORPO-CARTA.
           IF WRK-MD-TIPO (WRK-IND-MODELO) = EC-TIPO
               PERFORM 3310-MONTAR-LINHA
               WRITE LINHA-CARTA
           END-IF.

      *O "@" DO TEXTO DO MODELO RECEBE O VALOR DO CAMPO INDICADO,
      *SEM OS BRANCOS DAS PONTAS, PARA A FRASE CORRER NATURAL.
       3310-MONTAR-LINHA.
           MOVE SPACES TO LINHA-CARTA.
           IF WRK-MD-CAMPO (WRK-IND-MODELO) = SPACE
               MOVE WRK-MD-TEXTO (WRK-IND-MODELO) TO LINHA-CARTA
           ELSE
               PERFORM 3320-VALOR-DO-CAMPO
               PERFORM 3330-APARAR-CAMPO
               MOVE SPACES TO WRK-PARTE-ANTES
               MOVE SPACES TO WRK-PARTE-DEPOIS
               MOVE ZERO   TO WRK-TAM-ANTES
               UNSTRING WRK-MD-TEXTO (WRK-IND-MODELO)
                   DELIMITED BY "@"
                   INTO WRK-PARTE-ANTES COUNT IN WRK-TAM-ANTES
                        WRK-PARTE-DEPOIS
               END-UNSTRING
               MOVE 1 TO WRK-PONTEIRO
               IF WRK-TAM-ANTES > ZERO
                   STRING WRK-PARTE-ANTES (1:WRK-TAM-ANTES)
                       DELIMITED BY SIZE
                       INTO LINHA-CARTA WITH POINTER WRK-PONTEIRO
               END-IF
               IF WRK-CAMPO-TAM > ZERO
                   STRING WRK-CAMPO (WRK-CAMPO-INICIO:WRK-CAMPO-TAM)
                       DELIMITED BY SIZE
                       INTO LINHA-CARTA WITH POINTER WRK-PONTEIRO
               END-IF
               STRING WRK-PARTE-DEPOIS DELIMITED BY SIZE
                   INTO LINHA-CARTA WITH POINTER WRK-PONTEIRO
           END-IF.

       3320-VALOR-DO-CAMPO.
           MOVE SPACES TO WRK-CAMPO.
           EVALUATE WRK-MD-CAMPO (WRK-IND-MODELO)
               WHEN "N"
                   MOVE WRK-DEST-NOME TO WRK-CAMPO
               WHEN "C"
                   MOVE EC-CONTA TO WRK-CAMPO
               WHEN "A"
                   MOVE EC-AGENCIA TO WRK-CAMPO
               WHEN "V"
                   MOVE EC-VALOR TO WRK-VALOR-DP
                   MOVE WRK-VALOR-DP TO WRK-CAMPO
               WHEN "R"
                   MOVE EC-REFERENCIA TO WRK-CAMPO
               WHEN "M"
                   MOVE EC-DETALHE TO WRK-CAMPO
               WHEN "D"
                   STRING WRK-DATA-EVENTO (7:2) "/"
                       WRK-DATA-EVENTO (5:2) "/"
                       WRK-DATA-EVENTO (1:4)
                       DELIMITED BY SIZE INTO WRK-CAMPO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3330-APARAR-CAMPO.
           MOVE ZERO TO WRK-CAMPO-TAM.
           MOVE 1    TO WRK-CAMPO-INICIO.
           IF WRK-CAMPO NOT = SPACES
               PERFORM VARYING WRK-CAMPO-INICIO FROM 1 BY 1
                       UNTIL WRK-CAMPO (WRK-CAMPO-INICIO:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
               PERFORM VARYING WRK-CAMPO-FIM FROM 40 BY -1
                       UNTIL WRK-CAMPO (WRK-CAMPO-FIM:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
               COMPUTE WRK-CAMPO-TAM =
                   WRK-CAMPO-FIM - WRK-CAMPO-INICIO + 1
           END-IF.

      *RETIDA NA AGENCIA SAI NA LISTA SEM ENDERECO, PARA A AGENCIA
      *SEPARAR DO MALOTE DOS CORREIOS.
       3400-LISTAR-ETIQUETA.
           MOVE SPACES TO LINHA-ETIQUETA.
           IF WRK-DEST-ENDERECO = SPACES
               STRING WRK-ULTIMA-CARTA " " WRK-DEST-NOME " "
                   "*** RETER NA AGENCIA " EC-AGENCIA "      "
                   EC-CPF
                   DELIMITED BY SIZE INTO LINHA-ETIQUETA
           ELSE
               STRING WRK-ULTIMA-CARTA " " WRK-DEST-NOME " "
                   WRK-DEST-ENDERECO " " EC-CPF
                   DELIMITED BY SIZE INTO LINHA-ETIQUETA
           END-IF.
           WRITE LINHA-ETIQUETA.

       3500-GRAVAR-HISTORICO.
           MOVE WRK-ULTIMA-CARTA    TO HC-NUMERO-CARTA.
           MOVE WRK-DATA-MOVTO      TO HC-DATA-EMISSAO.
           IF WRK-DEST-ENDERECO = SPACES
               SET HC-RETIDA TO TRUE
           ELSE
               SET HC-POSTADA TO TRUE
           END-IF.
           MOVE WRK-DEST-NOME       TO HC-DESTINATARIO.
           MOVE WRK-DEST-ENDERECO   TO HC-ENDERECO.
           MOVE EC-DATA-HORA        TO HC-DATA-HORA-EVENTO.
           MOVE EC-TIPO             TO HC-TIPO.
           MOVE EC-CONTA            TO HC-CONTA.
           MOVE EC-CPF              TO HC-CPF.
           MOVE EC-AGENCIA          TO HC-AGENCIA.
           MOVE EC-VALOR            TO HC-VALOR.
           MOVE EC-REFERENCIA       TO HC-REFERENCIA.
           MOVE EC-DETALHE          TO HC-DETALHE.
           MOVE EC-PROGRAMA         TO HC-PROGRAMA.
           WRITE REG-CARTA-HIST.

      *O CORRESPEVT.DAT E REGRAVADO SO COM OS EVENTOS QUE FICARAM
      *SEM MODELO - O QUE VIROU CARTA JA ESTA NO HISTORICO.
       9000-ENCERRAR.
           CLOSE EVENTO-PEND.
           IF NOT SEM-EVENTOS
               CLOSE EVENTO-CLI
               PERFORM 9100-REGRAVAR-EVENTOS
           END-IF.
           MOVE SPACES TO LINHA-ETIQUETA.
           WRITE LINHA-ETIQUETA.
           MOVE WRK-QTD-EVENTOS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-ETIQUETA.
           STRING "  EVENTOS LIDOS ........: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-ETIQUETA.
           WRITE LINHA-ETIQUETA.
           MOVE WRK-QTD-CARTAS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-ETIQUETA.
           STRING "  CARTAS EMITIDAS ......: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-ETIQUETA.
           WRITE LINHA-ETIQUETA.
           MOVE WRK-QTD-RETIDAS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-ETIQUETA.
           STRING "  RETIDAS NA AGENCIA ...: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-ETIQUETA.
           WRITE LINHA-ETIQUETA.
           MOVE WRK-QTD-PENDENTES TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-ETIQUETA.
           STRING "  PENDENTES SEM MODELO .: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-ETIQUETA.
           WRITE LINHA-ETIQUETA.
           IF NOT SEM-CLIENTES
               CLOSE CLIENTES
           END-IF.
           CLOSE CARTA-HIST.
           CLOSE CARTAS-REL.
           CLOSE ETIQUETAS-REL.
           DISPLAY "CORRESPONDENCIA: " WRK-QTD-CARTAS " CARTA(S), "
               WRK-QTD-RETIDAS " RETIDA(S), " WRK-QTD-PENDENTES
               " PENDENTE(S) - VER CARTAS.PRT E ETIQUETAS.PRT".

       9100-REGRAVAR-EVENTOS.
           OPEN OUTPUT EVENTO-CLI.
           OPEN INPUT EVENTO-PEND.
           PERFORM 9190-LER-PEND.
           PERFORM UNTIL FIM-PEND
               WRITE REG-EVENTO-CLI FROM REG-EVENTO-PEND
               PERFORM 9190-LER-PEND
           END-PERFORM.
           CLOSE EVENTO-CLI.
           CLOSE EVENTO-PEND.

       9190-LER-PEND.
           READ EVENTO-PEND
               AT END
                   SET FIM-PEND TO TRUE
           END-READ.
