       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. ANALISEPLD.
       AUTHOR. NAPOLEAO.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT CASOS-PLD  ASSIGN TO "PLDCASOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-STATUS-CASOS.
           SELECT SESSAO  ASSIGN TO "OPERSESSAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.
      *CARTAO DE JANELA DE LOTE: O MONITORPLD REFAZ OS CASOS
      *PENDENTES DO DIA E MARCA OS CONFIRMADOS COMO COMUNICADOS,
      *ENTAO A DECISAO NAO RODA COM A CADEIA NOTURNA EM CURSO.
           SELECT JANELA-LOTE  ASSIGN TO "JANELALOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JANELA.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
       DATA                            DIVISION.
       FILE SECTION.
       FD  CASOS-PLD.
           COPY CASOPLD.
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
      *ESSE PROGRAMA E A MESA DO COMPLIANCE PARA OS CASOS DE
      *PREVENCAO A LAVAGEM DE DINHEIRO ABERTOS PELO MONITORPLD: LISTA
      *OS CASOS PENDENTES, REGISTRA A DECISAO DE UM CASO (CONFIRMA
      *PARA COMUNICACAO AO COAF OU DESCARTA, COM O PARECER, O
      *ANALISTA E A DATA) E CONSULTA O HISTORICO DE CASOS DE UMA
      *CONTA. O MENUPRINCIPAL SO DESPACHA PARA CA OPERADOR DE NIVEL
      *SUPERVISOR. UMA ACAO POR CHAMADA.
       01  WRK-DATA-MOVTO       PICTURE 9(8)  VALUE ZERO.
       01  WRK-ACAO             PICTURE 9(1)  VALUE ZERO.
       01  WRK-CONTA            PICTURE 9(6)  VALUE ZEROS.
       01  WRK-DATA-CASO        PICTURE 9(8)  VALUE ZEROS.
       01  WRK-SEQ-CASO         PICTURE 9(5)  VALUE ZEROS.
       01  WRK-DECISAO          PICTURE X(1)  VALUE SPACE.
       01  WRK-PARECER          PICTURE X(40) VALUE SPACES.
       01  WRK-OPERADOR         PICTURE X(8)  VALUE SPACES.
       01  WRK-NIVEL            PICTURE 9(1)  VALUE 1.
       01  WRK-QTD-LISTADOS     PICTURE 9(4)  VALUE ZERO.
       01  WRK-VALOR-DP         PICTURE ZZZ.ZZZ.ZZ9,99.
       01  WS-STATUS-CASOS      PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-SESSAO     PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-JANELA     PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2)  VALUE SPACES.
       01  WS-JANELA-ABERTA     PICTURE X     VALUE "N".
           88  JANELA-ABERTA                  VALUE "S".
       01  WS-SEM-CASOS         PICTURE X     VALUE "N".
           88  SEM-CASOS                      VALUE "S".
       01  WS-FIM-CASOS         PICTURE X     VALUE "N".
           88  FIM-CASOS                      VALUE "S".

       PROCEDURE                       DIVISION.
      *CHAMADO VARIAS VEZES NA MESMA SESSAO DO MENU: OS INDICADORES
      *SAO REARMADOS AQUI.
       0000-PRINCIPAL.
           MOVE "N"  TO WS-JANELA-ABERTA.
           MOVE "N"  TO WS-SEM-CASOS.
           MOVE "N"  TO WS-FIM-CASOS.
           MOVE ZERO TO WRK-QTD-LISTADOS.
           PERFORM 0100-LER-SESSAO.
           PERFORM 0150-TESTAR-JANELA.
           IF WRK-NIVEL < 2
               DISPLAY "CASOS DE PLD RESTRITOS AO SUPERVISOR - FACA "
                   "O SIGN-ON COM NIVEL 2."
           ELSE
               IF JANELA-ABERTA
                   DISPLAY "LOTE NOTURNO EM CURSO - O MONITORAMENTO "
                       "PLD MEXE NOS CASOS, ENTAO A ANALISE SO RODA "
                       "COM A JANELA DE LOTE FECHADA."
               ELSE
                   PERFORM 1000-ABRIR-ARQUIVOS
                   IF SEM-CASOS
                       DISPLAY "SEM PLDCASOS.DAT - NENHUM CASO "
                           "ABERTO PELO MONITORAMENTO."
                   ELSE
                       PERFORM 1500-ESCOLHER-ACAO
                       EVALUATE WRK-ACAO
                           WHEN 1
                               PERFORM 2000-LISTAR-PENDENTES
                           WHEN 2
                               PERFORM 3000-DECIDIR-CASO
                           WHEN 3
                               PERFORM 4000-CONSULTAR-CONTA
                           WHEN OTHER
                               DISPLAY "ACAO INVALIDA."
                       END-EVALUATE
                       CLOSE CASOS-PLD
                   END-IF
               END-IF
           END-IF.
           GOBACK.

      *ALEM DA TRAVA DE OPCAO DO MENUPRINCIPAL, O NIVEL DA SESSAO E
      *RECONFERIDO AQUI; O OPERADOR DA SESSAO FICA COMO ANALISTA DA
      *DECISAO.
       0100-LER-SESSAO.
           MOVE 1 TO WRK-NIVEL.
           MOVE SPACES TO WRK-OPERADOR.
           OPEN INPUT SESSAO.
           IF WS-STATUS-SESSAO NOT = "35"
               READ SESSAO
                   NOT AT END
                       IF SS-NIVEL NUMERIC
                           MOVE SS-NIVEL TO WRK-NIVEL
                       END-IF
                       MOVE SS-OPERADOR TO WRK-OPERADOR
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
           OPEN I-O CASOS-PLD.
           IF WS-STATUS-CASOS NOT = "00"
               SET SEM-CASOS TO TRUE
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
           DISPLAY "CASOS DE PREVENCAO A LAVAGEM DE DINHEIRO".
           DISPLAY "1 - LISTAR CASOS PENDENTES".
           DISPLAY "2 - DECIDIR UM CASO".
           DISPLAY "3 - CONSULTAR CASOS DE UMA CONTA".
           DISPLAY "INFORME A ACAO DESEJADA".
           ACCEPT WRK-ACAO.

       2000-LISTAR-PENDENTES.
           MOVE LOW-VALUES TO CS-CHAVE.
           START CASOS-PLD KEY IS NOT LESS THAN CS-CHAVE
               INVALID KEY
                   SET FIM-CASOS TO TRUE
           END-START.
           PERFORM 2100-LISTAR-SE-PENDENTE
               UNTIL FIM-CASOS.
           IF WRK-QTD-LISTADOS = ZERO
               DISPLAY "NENHUM CASO PENDENTE DE DECISAO."
           END-IF.

       2100-LISTAR-SE-PENDENTE.
           PERFORM 2900-LER-CASO.
           IF NOT FIM-CASOS AND CS-PENDENTE
               ADD 1 TO WRK-QTD-LISTADOS
               PERFORM 2200-EXIBIR-CASO
           END-IF.

       2200-EXIBIR-CASO.
           MOVE CS-VALOR TO WRK-VALOR-DP.
           DISPLAY "  CASO " CS-DATA "-" CS-SEQ " REGRA " CS-REGRA
               " CONTA " CS-CONTA " AG " CS-AGENCIA
               " STATUS " CS-STATUS.
           DISPLAY "       " CS-NOME " CPF " CS-CPF
               " VALOR " WRK-VALOR-DP " QTD " CS-QTD.
           DISPLAY "       " CS-DESCRICAO.
           IF NOT CS-PENDENTE
               DISPLAY "       DECIDIDO EM " CS-DATA-DECISAO
                   " POR " CS-ANALISTA ": " CS-PARECER
           END-IF.

      *O TESTE DE FILE STATUS COBRE ERRO PERMANENTE DE I-O NA
      *LEITURA SEQUENCIAL, QUE NAO DISPARA O AT END.
       2900-LER-CASO.
           READ CASOS-PLD NEXT RECORD
               AT END
                   SET FIM-CASOS TO TRUE
           END-READ.
           IF WS-STATUS-CASOS NOT = "00"
               AND WS-STATUS-CASOS NOT = "10"
               SET FIM-CASOS TO TRUE
           END-IF.

      *SO O CASO PENDENTE RECEBE DECISAO: O CONFIRMADO SAI NO COAF.DAT
      *DO PROXIMO LOTE, O DESCARTADO FICA SO COMO HISTORICO. O
      *PARECER E OBRIGATORIO NOS DOIS CASOS.
       3000-DECIDIR-CASO.
           DISPLAY "INFORME A DATA DO CASO (AAAAMMDD)".
           ACCEPT WRK-DATA-CASO.
           DISPLAY "INFORME A SEQUENCIA DO CASO".
           ACCEPT WRK-SEQ-CASO.
           MOVE WRK-DATA-CASO TO CS-DATA.
           MOVE WRK-SEQ-CASO  TO CS-SEQ.
           READ CASOS-PLD
               INVALID KEY
                   DISPLAY "CASO " WRK-DATA-CASO "-" WRK-SEQ-CASO
                       " NAO ENCONTRADO."
               NOT INVALID KEY
                   PERFORM 2200-EXIBIR-CASO
                   IF NOT CS-PENDENTE
                       DISPLAY "CASO JA DECIDIDO - NADA FEITO."
                   ELSE
                       PERFORM 3100-REGISTRAR-DECISAO
                   END-IF
           END-READ.

       3100-REGISTRAR-DECISAO.
           DISPLAY "DECISAO: C = CONFIRMAR E COMUNICAR AO COAF, "
               "D = DESCARTAR".
           ACCEPT WRK-DECISAO.
           IF WRK-DECISAO NOT = "C" AND WRK-DECISAO NOT = "D"
               DISPLAY "DECISAO INVALIDA - CASO CONTINUA PENDENTE."
           ELSE
               DISPLAY "INFORME O PARECER"
               ACCEPT WRK-PARECER
               IF WRK-PARECER = SPACES
                   DISPLAY "PARECER OBRIGATORIO - CASO CONTINUA "
                       "PENDENTE."
               ELSE
                   MOVE WRK-DECISAO    TO CS-STATUS
                   MOVE WRK-OPERADOR   TO CS-ANALISTA
                   MOVE WRK-DATA-MOVTO TO CS-DATA-DECISAO
                   MOVE WRK-PARECER    TO CS-PARECER
                   REWRITE REG-CASO-PLD
                   IF CS-CONFIRMADO
                       DISPLAY "CASO " CS-DATA "-" CS-SEQ
                           " CONFIRMADO - SAI NA COMUNICACAO AO COAF "
                           "DO PROXIMO LOTE."
                   ELSE
                       DISPLAY "CASO " CS-DATA "-" CS-SEQ
                           " DESCARTADO."
                   END-IF
               END-IF
           END-IF.

       4000-CONSULTAR-CONTA.
           DISPLAY "INFORME O NUMERO DA CONTA".
           ACCEPT WRK-CONTA.
           MOVE LOW-VALUES TO CS-CHAVE.
           START CASOS-PLD KEY IS NOT LESS THAN CS-CHAVE
               INVALID KEY
                   SET FIM-CASOS TO TRUE
           END-START.
           PERFORM 4100-LISTAR-SE-DA-CONTA
               UNTIL FIM-CASOS.
           IF WRK-QTD-LISTADOS = ZERO
               DISPLAY "NENHUM CASO PARA A CONTA " WRK-CONTA "."
           END-IF.

       4100-LISTAR-SE-DA-CONTA.
           PERFORM 2900-LER-CASO.
           IF NOT FIM-CASOS AND CS-CONTA = WRK-CONTA
               ADD 1 TO WRK-QTD-LISTADOS
               PERFORM 2200-EXIBIR-CASO
           END-IF.
