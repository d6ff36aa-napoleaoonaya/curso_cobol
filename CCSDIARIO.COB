       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. CCSDIARIO.
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
           SELECT CCS-ENVIOS  ASSIGN TO "CCSENVIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-CHAVE
               FILE STATUS IS WS-STATUS-ENVIOS.
      *REMESSA DIARIA AO CCS E REJEICOES DEVOLVIDAS PELO REGULADOR.
           SELECT CCS-REMESSA  ASSIGN TO "CCS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA.
           SELECT CCS-REJEICAO  ASSIGN TO "CCSREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJEICAO.
           SELECT CCS-REL  ASSIGN TO "CCS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
           SELECT CLASSIFICACAO  ASSIGN TO "CCSSORT.TMP".
       DATA                            DIVISION.
       FILE SECTION.
       FD  CONTA-MASTER.
           COPY CONTACLI.
       FD  CLIENTES.
           COPY CLIENTE.
       FD  CCS-ENVIOS.
           COPY CCSENVIO.
      *LAYOUT FIXO DA REMESSA AO CCS: HEADER "H", UM DETALHE "D" POR
      *EVENTO DE RELACIONAMENTO E TRAILER "T" COM A QUANTIDADE, NO
      *MESMO MOLDE DA COMUNICACAO AO COAF.
       FD  CCS-REMESSA.
       01  REG-CCS             PICTURE X(100).
      *REJEICAO DO REGULADOR: ECOA A REMESSA, O SEQUENCIAL E A CHAVE
      *DO EVENTO REJEITADO, COM O CODIGO E A DESCRICAO DO ERRO.
       FD  CCS-REJEICAO.
       01  REG-CCS-REJEICAO.
           05  RJ-DATA-REMESSA       PICTURE 9(8).
           05  RJ-SEQUENCIAL         PICTURE 9(6).
           05  RJ-TIPO-EVENTO        PICTURE X(1).
           05  RJ-IDENTIFICADOR      PICTURE X(11).
           05  RJ-CODIGO-ERRO        PICTURE X(4).
           05  RJ-DESCRICAO-ERRO     PICTURE X(40).
       FD  CCS-REL.
       01  LINHA-CCS           PICTURE X(100).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       SD  CLASSIFICACAO.
       01  REG-CLASS.
           05  CL-CPF              PICTURE X(11).
           05  CL-CONTA            PICTURE 9(6).
           05  CL-NOME             PICTURE X(20).
           05  CL-AGENCIA          PICTURE 9(3).
           05  CL-STATUS           PICTURE X(1).
           05  CL-STATUS-DATA      PICTURE 9(8).
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E A COMUNICACAO DIARIA AO CCS (CADASTRO DE
      *CLIENTES DO SFN): VARRE O CONTAMASTER.DAT POR CPF E APURA OS
      *EVENTOS DE RELACIONAMENTO - CONTA NOVA APROVADA NO APROVACONTA
      *(QUE SAIU DO CONTAPEND.DAT PARA O MASTER), CPF NOVO NO
      *CLIENTES.DAT, CONTA QUE PASSOU A ENCERRADA E CPF QUE FICOU SEM
      *CONTA ABERTA - COM A DATA DO CI-DATA-CADASTRO E DO
      *CM-STATUS-DATA. O QUE AINDA NAO ESTA NO CCSENVIO.DAT SAI NO
      *CCS.DAT E FICA REGISTRADO, ENTAO NADA E COMUNICADO DUAS VEZES.
      *A REJEICAO DO REGULADOR (CCSREJ.DAT) E CARREGADA ANTES E O
      *CCS.PRT LISTA AS PENDENCIAS DE CORRECAO. NAO MEXE EM SALDO NEM
      *GRAVA CONTROLE.
       01  REG-CCS-HEADER.
           05  CH-TIPO          PICTURE X(1)  VALUE "H".
           05  CH-DATA          PICTURE 9(8).
           05  CH-SISTEMA       PICTURE X(8)  VALUE "CONTACLI".
           05  FILLER           PICTURE X(83) VALUE SPACES.
       01  REG-CCS-DETALHE.
           05  CD-TIPO          PICTURE X(1)  VALUE "D".
           05  CD-SEQUENCIAL    PICTURE 9(6).
           05  CD-TIPO-EVENTO   PICTURE X(1).
      *SO PESSOA FISICA: O CADASTRO E POR CPF.
           05  CD-TIPO-PESSOA   PICTURE X(1)  VALUE "F".
           05  CD-CPF           PICTURE X(11).
           05  CD-NOME          PICTURE X(20).
           05  CD-AGENCIA       PICTURE 9(3).
           05  CD-CONTA         PICTURE 9(6).
           05  CD-DATA-EVENTO   PICTURE 9(8).
           05  FILLER           PICTURE X(43) VALUE SPACES.
       01  REG-CCS-TRAILER.
           05  CT-TIPO          PICTURE X(1)  VALUE "T".
           05  CT-QTD-REGISTROS PICTURE 9(7).
           05  FILLER           PICTURE X(92) VALUE SPACES.
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
      *EVENTO APURADO, ANTES DE CONFERIR COM O REGISTRO DE ENVIADOS.
       01  WRK-EVENTO.
           05  WRK-EV-TIPO          PICTURE X(1).
           05  WRK-EV-IDENTIFICADOR PICTURE X(11).
           05  WRK-EV-CPF           PICTURE X(11).
           05  WRK-EV-NOME          PICTURE X(20).
           05  WRK-EV-AGENCIA       PICTURE 9(3).
           05  WRK-EV-CONTA         PICTURE 9(6).
           05  WRK-EV-DATA          PICTURE 9(8).
       01  WRK-IDENT-CONTA      PICTURE 9(11) VALUE ZERO.
       01  WRK-DESCR-EVENTO     PICTURE X(21) VALUE SPACES.
      *QUEBRA POR CPF: CONTAS AINDA ABERTAS, A DATA MAIS ANTIGA E A
      *MAIS RECENTE DE STATUS DAS ABERTAS (INICIO E REINICIO DO
      *RELACIONAMENTO) E O ULTIMO ENCERRAMENTO (FIM DO RELACIONAMENTO).
       01  WRK-CPF-ATUAL        PICTURE X(11) VALUE SPACES.
       01  WRK-NOME-CLIENTE     PICTURE X(20) VALUE SPACES.
       01  WRK-AGENCIA-CLIENTE  PICTURE 9(3) VALUE ZERO.
       01  WRK-QTD-ABERTAS      PICTURE 9(4) VALUE ZERO.
       01  WRK-DATA-PRIM-ABERTURA PICTURE 9(8) VALUE ZERO.
       01  WRK-DATA-REABERTURA  PICTURE 9(8) VALUE ZERO.
       01  WRK-DATA-ULT-ENCERRAMENTO PICTURE 9(8) VALUE ZERO.
       01  WRK-QTD-CONTAS       PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-CLIENTES     PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-ENVIADOS     PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-NOVOS        PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-REENVIADOS   PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-REABERTOS    PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-REJEICOES    PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-PENDENTES    PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-DP           PICTURE ZZZ.ZZ9.
       01  WS-STATUS-CONTA      PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CLIENTES   PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-ENVIOS     PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-REMESSA    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-REJEICAO   PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-REL        PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-FIM-CONTAS        PICTURE X    VALUE "N".
           88  FIM-CONTAS                     VALUE "S".
       01  WS-FIM-CLASS         PICTURE X    VALUE "N".
           88  FIM-CLASS                      VALUE "S".
       01  WS-FIM-REJEICOES     PICTURE X    VALUE "N".
           88  FIM-REJEICOES                  VALUE "S".
       01  WS-FIM-ENVIOS        PICTURE X    VALUE "N".
           88  FIM-ENVIOS                     VALUE "S".
       01  WS-SEM-CLIENTES      PICTURE X    VALUE "N".
           88  SEM-CLIENTES                   VALUE "S".
       01  WS-EVENTO-REGISTRADO PICTURE X    VALUE "N".
           88  EVENTO-REGISTRADO              VALUE "S".
      *REABERTURA (CONTA QUE SAIU DE ENCERRADA, CPF QUE VOLTOU A TER
      *CONTA ABERTA): O INICIO JA ENVIADO E COMUNICADO DE NOVO.
       01  WS-FORCAR-ENVIO      PICTURE X    VALUE "N".
           88  FORCAR-ENVIO                   VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-CARREGAR-REJEICOES.
           SORT CLASSIFICACAO
               ON ASCENDING KEY CL-CPF CL-CONTA
               INPUT PROCEDURE IS 3000-LIBERAR-CONTAS
               OUTPUT PROCEDURE IS 4000-APURAR-EVENTOS.
           PERFORM 5000-LISTAR-PENDENCIAS.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           PERFORM 1050-LER-DATA-MOVTO.
           OPEN INPUT CONTA-MASTER.
           IF WS-STATUS-CONTA = "39"
               DISPLAY "CONTAMASTER.DAT COM LAYOUT ANTIGO - RODE "
                   "O MIGRALAYOUT ANTES DE CONTINUAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-STATUS-CONTA = "35"
               SET FIM-CONTAS TO TRUE
           END-IF.
           OPEN INPUT CLIENTES.
           IF WS-STATUS-CLIENTES = "35"
               SET SEM-CLIENTES TO TRUE
           END-IF.
           OPEN I-O CCS-ENVIOS.
           IF WS-STATUS-ENVIOS = "35"
               OPEN OUTPUT CCS-ENVIOS
               CLOSE CCS-ENVIOS
               OPEN I-O CCS-ENVIOS
           END-IF.
           OPEN OUTPUT CCS-REMESSA.
           MOVE WRK-DATA-MOVTO TO CH-DATA.
           WRITE REG-CCS FROM REG-CCS-HEADER.
           OPEN OUTPUT CCS-REL.
           MOVE SPACES TO LINHA-CCS.
           STRING "CCS - EVENTOS DE RELACIONAMENTO COMUNICADOS - DATA "
               WRK-DATA-MOVTO
               DELIMITED BY SIZE INTO LINHA-CCS.
           WRITE LINHA-CCS.

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

      *A REJEICAO SO VALE PARA A REMESSA EM QUE O EVENTO FOI
      *ENVIADO: EVENTO JA REENVIADO DEPOIS DELA NAO VOLTA A PENDENTE.
       2000-CARREGAR-REJEICOES.
           OPEN INPUT CCS-REJEICAO.
           IF WS-STATUS-REJEICAO NOT = "35"
               PERFORM 2900-LER-REJEICAO
               PERFORM 2100-APLICAR-REJEICAO
                   UNTIL FIM-REJEICOES
               CLOSE CCS-REJEICAO
           END-IF.

       2100-APLICAR-REJEICAO.
           MOVE RJ-TIPO-EVENTO   TO CE-TIPO-EVENTO.
           MOVE RJ-IDENTIFICADOR TO CE-IDENTIFICADOR.
           READ CCS-ENVIOS
               INVALID KEY
                   MOVE SPACES TO LINHA-CCS
                   STRING "  REJEICAO SEM EVENTO ENVIADO: "
                       RJ-TIPO-EVENTO " " RJ-IDENTIFICADOR
                       " REMESSA " RJ-DATA-REMESSA "-" RJ-SEQUENCIAL
                       DELIMITED BY SIZE INTO LINHA-CCS
                   WRITE LINHA-CCS
                   END-WRITE
               NOT INVALID KEY
                   IF CE-DATA-REMESSA = RJ-DATA-REMESSA
                       MOVE "R"               TO CE-SITUACAO
                       MOVE WRK-DATA-MOVTO    TO CE-DATA-REJEICAO
                       MOVE RJ-CODIGO-ERRO    TO CE-CODIGO-ERRO
                       MOVE RJ-DESCRICAO-ERRO TO CE-DESCRICAO-ERRO
                       REWRITE REG-CCS-ENVIO
                       ADD 1 TO WRK-QTD-REJEICOES
                   ELSE
                       MOVE SPACES TO LINHA-CCS
                       STRING "  REJEICAO DA REMESSA "
                           RJ-DATA-REMESSA " IGNORADA: EVENTO "
                           RJ-TIPO-EVENTO " " RJ-IDENTIFICADOR
                           " JA REENVIADO EM " CE-DATA-REMESSA
                           DELIMITED BY SIZE INTO LINHA-CCS
                       WRITE LINHA-CCS
                   END-IF
           END-READ.
           PERFORM 2900-LER-REJEICAO.

       2900-LER-REJEICAO.
           READ CCS-REJEICAO
               AT END
                   SET FIM-REJEICOES TO TRUE
           END-READ.

      *CONTA INTERNA (CPF ZERADO - CAIXA, LIQUIDACAO, CARTEIRAS)
      *NAO E RELACIONAMENTO COM CLIENTE E NAO VAI AO CCS.
       3000-LIBERAR-CONTAS.
           IF NOT FIM-CONTAS
               PERFORM 3900-LER-CONTA
           END-IF.
           PERFORM 3100-LIBERAR-CONTA
               UNTIL FIM-CONTAS.

       3100-LIBERAR-CONTA.
           IF CM-CPF NOT = "00000000000"
               AND CM-CPF NOT = SPACES
               MOVE CM-CPF         TO CL-CPF
               MOVE CM-CONTA       TO CL-CONTA
               MOVE CM-NOME        TO CL-NOME
               MOVE CM-AGENCIA     TO CL-AGENCIA
               MOVE CM-STATUS      TO CL-STATUS
               MOVE CM-STATUS-DATA TO CL-STATUS-DATA
               IF CL-STATUS-DATA NOT NUMERIC
                   OR CL-STATUS-DATA = ZEROS
                   MOVE WRK-DATA-MOVTO TO CL-STATUS-DATA
               END-IF
               RELEASE REG-CLASS
           END-IF.
           PERFORM 3900-LER-CONTA.

      *O TESTE DE FILE STATUS COBRE ERRO PERMANENTE DE I-O, QUE NAO
      *LEVANTA O AT END - SEM ELE A VARREDURA FICARIA EM LACO.
       3900-LER-CONTA.
           READ CONTA-MASTER NEXT RECORD
               AT END
                   SET FIM-CONTAS TO TRUE
           END-READ.
           IF WS-STATUS-CONTA NOT = "00"
               SET FIM-CONTAS TO TRUE
           END-IF.

       4000-APURAR-EVENTOS.
           PERFORM 4950-RETORNAR-CLASS.
           PERFORM 4100-PROCESSAR-CONTA
               UNTIL FIM-CLASS.
           IF WRK-CPF-ATUAL NOT = SPACES
               PERFORM 4300-FECHAR-CLIENTE
           END-IF.

       4050-INICIAR-CLIENTE.
           MOVE CL-CPF     TO WRK-CPF-ATUAL.
           MOVE CL-NOME    TO WRK-NOME-CLIENTE.
           MOVE CL-AGENCIA TO WRK-AGENCIA-CLIENTE.
           MOVE ZERO TO WRK-QTD-ABERTAS.
           MOVE ZERO TO WRK-DATA-PRIM-ABERTURA.
           MOVE ZERO TO WRK-DATA-REABERTURA.
           MOVE ZERO TO WRK-DATA-ULT-ENCERRAMENTO.
           ADD 1 TO WRK-QTD-CLIENTES.

       4100-PROCESSAR-CONTA.
           IF CL-CPF NOT = WRK-CPF-ATUAL
               IF WRK-CPF-ATUAL NOT = SPACES
                   PERFORM 4300-FECHAR-CLIENTE
               END-IF
               PERFORM 4050-INICIAR-CLIENTE
           END-IF.
           ADD 1 TO WRK-QTD-CONTAS.
           IF CL-STATUS = "E"
               IF CL-STATUS-DATA > WRK-DATA-ULT-ENCERRAMENTO
                   MOVE CL-STATUS-DATA TO WRK-DATA-ULT-ENCERRAMENTO
               END-IF
           ELSE
               ADD 1 TO WRK-QTD-ABERTAS
               IF WRK-DATA-PRIM-ABERTURA = ZERO
                   OR CL-STATUS-DATA < WRK-DATA-PRIM-ABERTURA
                   MOVE CL-STATUS-DATA TO WRK-DATA-PRIM-ABERTURA
               END-IF
               IF CL-STATUS-DATA > WRK-DATA-REABERTURA
                   MOVE CL-STATUS-DATA TO WRK-DATA-REABERTURA
               END-IF
           END-IF.
           PERFORM 4200-EVENTOS-DA-CONTA.
           PERFORM 4950-RETORNAR-CLASS.

      *A ABERTURA LEVA A DATA DE STATUS DA CONTA (A APROVACAO GRAVA A
      *DATA EM QUE A CONTA NASCEU NO MASTER). CONTA QUE SAIU DE
      *ENCERRADA PERDE O ENCERRAMENTO REGISTRADO E TEM A ABERTURA
      *COMUNICADA DE NOVO, COM A DATA DA REATIVACAO.
       4200-EVENTOS-DA-CONTA.
           MOVE CL-CONTA       TO WRK-IDENT-CONTA.
           MOVE CL-CPF         TO WRK-EV-CPF.
           MOVE CL-NOME        TO WRK-EV-NOME.
           MOVE CL-AGENCIA     TO WRK-EV-AGENCIA.
           MOVE CL-CONTA       TO WRK-EV-CONTA.
           MOVE "N" TO WS-FORCAR-ENVIO.
           IF CL-STATUS NOT = "E"
               MOVE "E"             TO CE-TIPO-EVENTO
               MOVE WRK-IDENT-CONTA TO CE-IDENTIFICADOR
               READ CCS-ENVIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE CCS-ENVIOS
                       SET FORCAR-ENVIO TO TRUE
                       ADD 1 TO WRK-QTD-REABERTOS
               END-READ
           END-IF.
           MOVE "A"             TO WRK-EV-TIPO.
           MOVE WRK-IDENT-CONTA TO WRK-EV-IDENTIFICADOR.
           MOVE CL-STATUS-DATA  TO WRK-EV-DATA.
           PERFORM 4400-REGISTRAR-EVENTO.
           IF CL-STATUS = "E"
               MOVE "N"             TO WS-FORCAR-ENVIO
               MOVE "E"             TO WRK-EV-TIPO
               MOVE WRK-IDENT-CONTA TO WRK-EV-IDENTIFICADOR
               MOVE CL-STATUS-DATA  TO WRK-EV-DATA
               PERFORM 4400-REGISTRAR-EVENTO
           END-IF.

      *NA QUEBRA DO CPF: O INICIO DO RELACIONAMENTO VEM DA DATA DE
      *CADASTRO DO CLIENTES.DAT (SEM ELA, DA CONTA ABERTA MAIS
      *ANTIGA); O FIM SAI QUANDO NENHUMA CONTA DO CPF FICOU ABERTA,
      *COM A DATA DO ULTIMO ENCERRAMENTO. CPF QUE VOLTOU A TER CONTA
      *ABERTA DEPOIS DO FIM COMUNICADO RECOMECA O RELACIONAMENTO.
       4300-FECHAR-CLIENTE.
           MOVE "I"                 TO WRK-EV-TIPO.
           MOVE WRK-CPF-ATUAL       TO WRK-EV-IDENTIFICADOR.
           MOVE WRK-CPF-ATUAL       TO WRK-EV-CPF.
           MOVE WRK-NOME-CLIENTE    TO WRK-EV-NOME.
           MOVE WRK-AGENCIA-CLIENTE TO WRK-EV-AGENCIA.
           MOVE ZEROS               TO WRK-EV-CONTA.
           MOVE WRK-DATA-PRIM-ABERTURA TO WRK-EV-DATA.
           IF WRK-EV-DATA = ZERO
               MOVE WRK-DATA-ULT-ENCERRAMENTO TO WRK-EV-DATA
           END-IF.
           IF NOT SEM-CLIENTES
               MOVE WRK-CPF-ATUAL TO CI-CPF
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CI-NOME TO WRK-EV-NOME
                       IF CI-DATA-CADASTRO NUMERIC
                           AND CI-DATA-CADASTRO NOT = ZEROS
                           MOVE CI-DATA-CADASTRO TO WRK-EV-DATA
                       END-IF
               END-READ
           END-IF.
           MOVE "N" TO WS-FORCAR-ENVIO.
           IF WRK-QTD-ABERTAS > ZERO
               MOVE "F"           TO CE-TIPO-EVENTO
               MOVE WRK-CPF-ATUAL TO CE-IDENTIFICADOR
               READ CCS-ENVIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE CCS-ENVIOS
                       SET FORCAR-ENVIO TO TRUE
                       MOVE WRK-DATA-REABERTURA TO WRK-EV-DATA
                       ADD 1 TO WRK-QTD-REABERTOS
               END-READ
           END-IF.
           PERFORM 4400-REGISTRAR-EVENTO.
           IF WRK-QTD-ABERTAS = ZERO
               MOVE "N"  TO WS-FORCAR-ENVIO
               MOVE "F"  TO WRK-EV-TIPO
               MOVE WRK-DATA-ULT-ENCERRAMENTO TO WRK-EV-DATA
               PERFORM 4400-REGISTRAR-EVENTO
           END-IF.

       4400-REGISTRAR-EVENTO.
           MOVE WRK-EV-TIPO          TO CE-TIPO-EVENTO.
           MOVE WRK-EV-IDENTIFICADOR TO CE-IDENTIFICADOR.
           READ CCS-ENVIOS
               INVALID KEY
                   MOVE "N" TO WS-EVENTO-REGISTRADO
                   ADD 1 TO WRK-QTD-NOVOS
                   PERFORM 4600-ENVIAR-EVENTO
               NOT INVALID KEY
                   SET EVENTO-REGISTRADO TO TRUE
                   PERFORM 4500-CONFERIR-REGISTRADO
           END-READ.

      *EVENTO JA REGISTRADO: O REJEITADO SO E REENVIADO QUANDO O
      *CADASTRO MUDOU DESDE O ENVIO (CPF, NOME OU DATA CORRIGIDOS) -
      *SENAO CONTINUA PENDENTE. O ENVIADO HOJE SAI DE NOVO, PARA QUE
      *UMA RETOMADA DA MESMA DATA REFACA A REMESSA INTEIRA.
       4500-CONFERIR-REGISTRADO.
           EVALUATE TRUE
               WHEN FORCAR-ENVIO
                   PERFORM 4600-ENVIAR-EVENTO
               WHEN CE-REJEITADO
                   AND (CE-CPF NOT = WRK-EV-CPF
                        OR CE-NOME NOT = WRK-EV-NOME
                        OR CE-DATA-EVENTO NOT = WRK-EV-DATA)
                   ADD 1 TO WRK-QTD-REENVIADOS
                   PERFORM 4600-ENVIAR-EVENTO
               WHEN CE-ENVIADO
                   AND CE-DATA-REMESSA = WRK-DATA-MOVTO
                   PERFORM 4700-GRAVAR-DETALHE
                   REWRITE REG-CCS-ENVIO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4600-ENVIAR-EVENTO.
           MOVE WRK-EV-TIPO          TO CE-TIPO-EVENTO.
           MOVE WRK-EV-IDENTIFICADOR TO CE-IDENTIFICADOR.
           MOVE WRK-EV-CPF           TO CE-CPF.
           MOVE WRK-EV-NOME          TO CE-NOME.
           MOVE WRK-EV-AGENCIA       TO CE-AGENCIA.
           MOVE WRK-EV-CONTA         TO CE-CONTA.
           MOVE WRK-EV-DATA          TO CE-DATA-EVENTO.
           MOVE WRK-DATA-MOVTO       TO CE-DATA-REMESSA.
           MOVE "E"                  TO CE-SITUACAO.
           MOVE ZEROS                TO CE-DATA-REJEICAO.
           MOVE SPACES               TO CE-CODIGO-ERRO.
           MOVE SPACES               TO CE-DESCRICAO-ERRO.
           PERFORM 4700-GRAVAR-DETALHE.
           IF EVENTO-REGISTRADO
               REWRITE REG-CCS-ENVIO
           ELSE
               WRITE REG-CCS-ENVIO
           END-IF.

       4700-GRAVAR-DETALHE.
           ADD 1 TO WRK-QTD-ENVIADOS.
           MOVE WRK-QTD-ENVIADOS TO CE-SEQUENCIAL.
           MOVE CE-SEQUENCIAL    TO CD-SEQUENCIAL.
           MOVE CE-TIPO-EVENTO   TO CD-TIPO-EVENTO.
           MOVE CE-CPF           TO CD-CPF.
           MOVE CE-NOME          TO CD-NOME.
           MOVE CE-AGENCIA       TO CD-AGENCIA.
           MOVE CE-CONTA         TO CD-CONTA.
           MOVE CE-DATA-EVENTO   TO CD-DATA-EVENTO.
           WRITE REG-CCS FROM REG-CCS-DETALHE.
           PERFORM 4800-DESCREVER-EVENTO.
           MOVE SPACES TO LINHA-CCS.
           STRING "  " CE-SEQUENCIAL " " WRK-DESCR-EVENTO
               " CPF " CE-CPF " " CE-NOME
               " CONTA " CE-CONTA " EM " CE-DATA-EVENTO
               DELIMITED BY SIZE INTO LINHA-CCS.
           WRITE LINHA-CCS.

       4800-DESCREVER-EVENTO.
           EVALUATE TRUE
               WHEN CE-INICIO-RELAC
                   MOVE "INICIO RELACIONAMENTO" TO WRK-DESCR-EVENTO
               WHEN CE-FIM-RELAC
                   MOVE "FIM RELACIONAMENTO"    TO WRK-DESCR-EVENTO
               WHEN CE-ABERTURA-CONTA
                   MOVE "ABERTURA DE CONTA"     TO WRK-DESCR-EVENTO
               WHEN CE-ENCERRAMENTO-CONTA
                   MOVE "ENCERRAMENTO DE CONTA" TO WRK-DESCR-EVENTO
               WHEN OTHER
                   MOVE "EVENTO DESCONHECIDO"   TO WRK-DESCR-EVENTO
           END-EVALUATE.

       4950-RETORNAR-CLASS.
           RETURN CLASSIFICACAO
               AT END
                   SET FIM-CLASS TO TRUE
           END-RETURN.

      *PENDENCIAS DE CORRECAO: TODO EVENTO QUE O REGULADOR REJEITOU E
      *QUE AINDA NAO FOI REENVIADO, COM O ERRO DEVOLVIDO - A AGENCIA
      *CORRIGE O CADASTRO E O LOTE SEGUINTE REENVIA.
       5000-LISTAR-PENDENCIAS.
           MOVE SPACES TO LINHA-CCS.
           WRITE LINHA-CCS.
           MOVE "PENDENCIAS DE CORRECAO - EVENTOS REJEITADOS PELO CCS"
               TO LINHA-CCS.
           WRITE LINHA-CCS.
           MOVE LOW-VALUES TO CE-CHAVE.
           START CCS-ENVIOS KEY IS NOT LESS THAN CE-CHAVE
               INVALID KEY
                   SET FIM-ENVIOS TO TRUE
           END-START.
           IF NOT FIM-ENVIOS
               PERFORM 5900-LER-ENVIO
           END-IF.
           PERFORM 5100-LISTAR-SE-REJEITADO
               UNTIL FIM-ENVIOS.
           IF WRK-QTD-PENDENTES = ZERO
               MOVE "  NENHUMA PENDENCIA" TO LINHA-CCS
               WRITE LINHA-CCS
           END-IF.

       5100-LISTAR-SE-REJEITADO.
           IF CE-REJEITADO
               ADD 1 TO WRK-QTD-PENDENTES
               PERFORM 4800-DESCREVER-EVENTO
               MOVE SPACES TO LINHA-CCS
               STRING "  " WRK-DESCR-EVENTO " " CE-IDENTIFICADOR
                   " CPF " CE-CPF " EVENTO " CE-DATA-EVENTO
                   " REMESSA " CE-DATA-REMESSA "-" CE-SEQUENCIAL
                   DELIMITED BY SIZE INTO LINHA-CCS
               WRITE LINHA-CCS
               MOVE SPACES TO LINHA-CCS
               STRING "      REJEITADO EM " CE-DATA-REJEICAO
                   " ERRO " CE-CODIGO-ERRO " " CE-DESCRICAO-ERRO
                   DELIMITED BY SIZE INTO LINHA-CCS
               WRITE LINHA-CCS
           END-IF.
           PERFORM 5900-LER-ENVIO.

      *O TESTE DE FILE STATUS COBRE ERRO PERMANENTE DE I-O, QUE NAO
      *LEVANTA O AT END - SEM ELE A VARREDURA FICARIA EM LACO.
       5900-LER-ENVIO.
           READ CCS-ENVIOS NEXT RECORD
               AT END
                   SET FIM-ENVIOS TO TRUE
           END-READ.
           IF WS-STATUS-ENVIOS NOT = "00"
               SET FIM-ENVIOS TO TRUE
           END-IF.

       9000-ENCERRAR.
           MOVE WRK-QTD-ENVIADOS TO CT-QTD-REGISTROS.
           WRITE REG-CCS FROM REG-CCS-TRAILER.
           CLOSE CCS-REMESSA.
           IF WS-STATUS-CONTA NOT = "35"
               CLOSE CONTA-MASTER
           END-IF.
           IF NOT SEM-CLIENTES
               CLOSE CLIENTES
           END-IF.
           CLOSE CCS-ENVIOS.
           MOVE SPACES TO LINHA-CCS.
           WRITE LINHA-CCS.
           MOVE WRK-QTD-CONTAS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-CCS.
           STRING "  CONTAS DE CLIENTE VARRIDAS ....: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-CCS.
           WRITE LINHA-CCS.
           MOVE WRK-QTD-CLIENTES TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-CCS.
           STRING "  CPFS DISTINTOS ................: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-CCS.
           WRITE LINHA-CCS.
           MOVE WRK-QTD-NOVOS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-CCS.
           STRING "  EVENTOS NOVOS .................: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-CCS.
           WRITE LINHA-CCS.
           MOVE WRK-QTD-REABERTOS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-CCS.
           STRING "  REABERTURAS ...................: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-CCS.
           WRITE LINHA-CCS.
           MOVE WRK-QTD-REENVIADOS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-CCS.
           STRING "  REENVIADOS APOS CORRECAO ......: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-CCS.
           WRITE LINHA-CCS.
           MOVE WRK-QTD-ENVIADOS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-CCS.
           STRING "  DETALHES NA REMESSA CCS.DAT ...: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-CCS.
           WRITE LINHA-CCS.
           MOVE WRK-QTD-REJEICOES TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-CCS.
           STRING "  REJEICOES CARREGADAS ..........: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-CCS.
           WRITE LINHA-CCS.
           MOVE WRK-QTD-PENDENTES TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-CCS.
           STRING "  PENDENCIAS DE CORRECAO ........: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-CCS.
           WRITE LINHA-CCS.
           CLOSE CCS-REL.
           DISPLAY "CCSDIARIO: " WRK-QTD-ENVIADOS
               " EVENTO(S) NA REMESSA, " WRK-QTD-PENDENTES
               " PENDENCIA(S) DE CORRECAO - VER CCS.PRT".
