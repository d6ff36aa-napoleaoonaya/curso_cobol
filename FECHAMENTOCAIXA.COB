           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
      *DEBITOS DE BALCAO RETIDOS POR ALCADA (SOMAESUBTRACAO): O QUE
      *O SUPERVISOR NAO DECIDIU ATE O FECHAMENTO EXPIRA AQUI E SAI NO
      *RELATORIO, POR CAIXA E NA LISTA FINAL.
           SELECT MOV-RETIDO  ASSIGN TO "MOVRETIDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETIDO.
           SELECT RETIDO-NOVO  ASSIGN TO "RETNOVO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RET-NOVO.
      *MOVIMENTO DO COFRE DA AGENCIA (TESOURARIA): O SUPRIMENTO DO
      *COFRE ENTRA NA GAVETA DO CAIXA E O RECOLHIMENTO E CONFERIDO
      *CONTRA O DECLARADO.
           SELECT TES-MOVTO  ASSIGN TO "TESMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TES-MOVTO.
      *POSICAO DE CADA CAIXA FECHADO, PARA A PROVA DO COFRE NO
      *FECHATESOURARIA.
           SELECT POS-CAIXA  ASSIGN TO "POSCAIXA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-POS-CAIXA.
           SELECT CLASSIFICACAO  ASSIGN TO "CXSORT.TMP".
       DATA                            DIVISION.
       FILE SECTION.
       01  LINHA-FECHCAIXA     PICTURE X(80).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       FD  MOV-RETIDO.
           COPY MOVRETIDO.
       FD  RETIDO-NOVO.
       01  REG-RETIDO-NOVO     PICTURE X(114).
       FD  TES-MOVTO.
           COPY TESMOVTO.
       FD  POS-CAIXA.
           COPY POSCAIXA.
      *CX-AGENCIA SO VEM NO MOVIMENTO DO COFRE ("U" SUPRIMENTO E "V"
      *RECOLHIMENTO): E A AGENCIA DO COFRE DO CAIXA NA DATA.
       SD  CLASSIFICACAO.
       01  REG-CLASS.
           05  CX-OPERADOR         PICTURE X(8).
           05  CX-OPERACAO         PICTURE X(1).
           05  CX-VALOR            PICTURE S9(9)V99.
           05  CX-AGENCIA          PICTURE 9(3).
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E O FECHAMENTO DE CAIXA POR OPERADOR: LE O
      *LOGMOVTO DA DATA-MOVIMENTO, CLASSIFICA PELO CARIMBO
      *GAVETA (DEPOSITOS - SAQUES) E CONFRONTADO COM O DECLARADO
      *PELO CAIXA NO CAIXADECL.DAT E A SOBRA/FALTA SAI POR OPERADOR
      *NO FECHCAIXA.PRT - O SUPERVISOR DEIXA DE BATER CAIXA A MAO.
      *OS DEBITOS RETIDOS POR ALCADA AINDA PENDENTES NA DATA EXPIRAM
      *AQUI (NUNCA TOCARAM O SALDO) E SAEM POR CAIXA E NUMA LISTA NO
      *FIM DO RELATORIO. O SUPRIMENTO RECEBIDO DO COFRE DA AGENCIA
      *ENTRA NO ESPERADO E O RECOLHIMENTO AO COFRE E CONFERIDO CONTRA
      *A CONTAGEM; A POSICAO DE CADA CAIXA VAI PARA O POSCAIXA.DAT,
      *DE ONDE O FECHATESOURARIA PROVA O COFRE.
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
       01  WRK-OPERADOR-ATUAL   PICTURE X(8) VALUE SPACES.
       01  WRK-TOT-DEPOSITOS    PICTURE S9(9)V99 VALUE ZERO.
       01  WRK-TOT-SAQUES       PICTURE S9(9)V99 VALUE ZERO.
       01  WRK-TOT-TRANSF       PICTURE S9(9)V99 VALUE ZERO.
       01  WRK-TOT-SUPRIMENTO   PICTURE S9(9)V99 VALUE ZERO.
       01  WRK-TOT-RECOLHIDO    PICTURE S9(9)V99 VALUE ZERO.
       01  WRK-NAO-RECOLHIDO    PICTURE S9(9)V99 VALUE ZERO.
       01  WRK-AGENCIA-CAIXA    PICTURE 9(3) VALUE ZERO.
       01  WRK-QTD-DEPOSITOS    PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-SAQUES       PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-TRANSF       PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-RECUSAS      PICTURE 9(6) VALUE ZERO.
       01  WRK-TOT-EXPIRADOS    PICTURE S9(9)V99 VALUE ZERO.
       01  WRK-QTD-EXPIRADOS    PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-EXPIRADOS-DIA PICTURE 9(6) VALUE ZERO.
       01  WRK-ESPERADO         PICTURE S9(9)V99 VALUE ZERO.
       01  WRK-DIFERENCA        PICTURE S9(9)V99 VALUE ZERO.
       01  WRK-QTD-OPERADORES   PICTURE 9(4) VALUE ZERO.
       01  WS-STATUS-DECLARADO  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-FECHCAIXA  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-RETIDO     PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-RET-NOVO   PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-TES-MOVTO  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-POS-CAIXA  PICTURE X(2) VALUE SPACES.
       01  WS-FIM-TES-MOVTO     PICTURE X    VALUE "N".
           88  FIM-TES-MOVTO                  VALUE "S".
       01  WS-FIM-RETIDOS       PICTURE X    VALUE "N".
           88  FIM-RETIDOS                    VALUE "S".
       01  WS-FIM-RET-NOVO      PICTURE X    VALUE "N".
           88  FIM-RET-NOVO                   VALUE "S".
       01  WS-FIM-LOG           PICTURE X    VALUE "N".
           88  FIM-LOG                        VALUE "S".
       01  WS-FIM-DECLARADO     PICTURE X    VALUE "N".
               SET FIM-LOG TO TRUE
           END-IF.
           OPEN OUTPUT FECHCAIXA-REL.
           OPEN OUTPUT POS-CAIXA.
           MOVE SPACES TO LINHA-FECHCAIXA.
           STRING "FECHAMENTO DE CAIXA POR OPERADOR - DATA "
               WRK-DATA-MOVTO
      *SO ENTRA NO FECHAMENTO O MOVIMENTO DA DATA-MOVIMENTO; A
      *OPERACAO "R" (RECUSA) E CONTADA MAS NAO MOVE DINHEIRO.
       2000-LIBERAR-MOVIMENTOS.
           PERFORM 2500-EXPIRAR-RETIDOS.
           PERFORM 2600-LIBERAR-COFRE.
           IF NOT FIM-LOG
               PERFORM 2900-LER-LOG
           END-IF.
           PERFORM 2100-LIBERAR-SE-DO-DIA
               UNTIL FIM-LOG.

      *LIBERACAO DE EMPRESTIMO (ORIGEM "E") E APLICACAO, RESGATE E
      *IR DO CDB (ORIGENS "A" E "R") SAO FEITOS PELO OPERADOR MAS NAO
      *PASSAM PELA GAVETA: FICAM FORA DO FECHAMENTO DO CAIXA. A
      *PARCELA DE EMPRESTIMO DEBITADA PELO LOTE TAMBEM E "E" E NAO E
      *SAQUE DO "BATCH". O
      *CREDITO DE FOLHA (ORIGEM "G") E CONTA A CONTA, SEM DINHEIRO.
      *TRANSFERENCIA E CONVERSAO TEM DUAS PERNAS COM O MESMO CAIXA:
      *SO A PERNA DE DEBITO CONTA, SENAO CADA UMA SAIRIA EM DOBRO; A
      *CONVERSAO ENTRA JUNTO COM AS TRANSFERENCIAS.
       2100-LIBERAR-SE-DO-DIA.
           IF LG-DATA-HORA (1:8) = WRK-DATA-MOVTO
               AND LG-ORIGEM NOT = "E"
               AND LG-ORIGEM NOT = "A"
               AND LG-ORIGEM NOT = "R"
               AND LG-ORIGEM NOT = "G"
               MOVE LG-OPERADOR TO CX-OPERADOR
               MOVE LG-OPERACAO TO CX-OPERACAO
               MOVE LG-VALOR    TO CX-VALOR
               MOVE ZEROS       TO CX-AGENCIA
               IF LG-OPERACAO = "T" OR LG-OPERACAO = "C"
                   MOVE "T" TO CX-OPERACAO
                   IF LG-SALDO-DEPOIS < LG-SALDO-ANTES
                       RELEASE REG-CLASS
                   END-IF
               ELSE
                   RELEASE REG-CLASS
               END-IF
           END-IF.
           PERFORM 2900-LER-LOG.

      *EXPIRA O DEBITO RETIDO AINDA PENDENTE ATE A DATA-MOVIMENTO E
      *O SOLTA NA CLASSIFICACAO COMO OPERACAO "P" DO CAIXA QUE O
      *DIGITOU ("X" NAO: E A DO INTERBANCARIO NO LOGMOVTO). A
      *DECISAO LEVA A DATA-MOVIMENTO NAS 8 PRIMEIRAS
      *POSICOES (COMO O LG-DATA-HORA): O JA DECIDIDO EM FECHAMENTO
      *ANTERIOR E DESCARTADO, E O EXPIRADO HOJE CONTINUA NO ARQUIVO -
      *UMA REEXECUCAO DO FECHAMENTO O REPORTA DE NOVO.
       2500-EXPIRAR-RETIDOS.
           MOVE "N" TO WS-FIM-RETIDOS WS-FIM-RET-NOVO.
           OPEN INPUT MOV-RETIDO.
           IF WS-STATUS-RETIDO NOT = "35"
               OPEN OUTPUT RETIDO-NOVO
               PERFORM 2550-EXPIRAR-RETIDO
                   UNTIL FIM-RETIDOS
               CLOSE MOV-RETIDO
               CLOSE RETIDO-NOVO
               OPEN OUTPUT MOV-RETIDO
               OPEN INPUT RETIDO-NOVO
               PERFORM 2590-LER-RET-NOVO
               PERFORM UNTIL FIM-RET-NOVO
                   WRITE REG-MOV-RETIDO FROM REG-RETIDO-NOVO
                   PERFORM 2590-LER-RET-NOVO
               END-PERFORM
               CLOSE MOV-RETIDO
               CLOSE RETIDO-NOVO
           END-IF.

       2550-EXPIRAR-RETIDO.
           READ MOV-RETIDO
               AT END
                   SET FIM-RETIDOS TO TRUE
               NOT AT END
                   IF MR-PENDENTE
                       AND MR-DATA-MOVTO <= WRK-DATA-MOVTO
                       MOVE "X" TO MR-SITUACAO
                       MOVE FUNCTION CURRENT-DATE (1:14)
                           TO MR-DATA-DECISAO
                       MOVE WRK-DATA-MOVTO TO MR-DATA-DECISAO (1:8)
                       MOVE "EXPIRADO SEM APROVACAO" TO MR-MOTIVO
                   END-IF
                   IF MR-PENDENTE
                       OR MR-DATA-DECISAO (1:8) NOT < WRK-DATA-MOVTO
                       WRITE REG-RETIDO-NOVO FROM REG-MOV-RETIDO
                   END-IF
                   IF MR-EXPIRADO
                       AND MR-DATA-DECISAO (1:8) = WRK-DATA-MOVTO
                       MOVE MR-OPERADOR TO CX-OPERADOR
                       MOVE "P"         TO CX-OPERACAO
                       MOVE MR-VALOR    TO CX-VALOR
                       MOVE ZEROS       TO CX-AGENCIA
                       RELEASE REG-CLASS
                   END-IF
           END-READ.

       2590-LER-RET-NOVO.
           READ RETIDO-NOVO
               AT END
                   SET FIM-RET-NOVO TO TRUE
           END-READ.

      *SUPRIMENTO DO COFRE AO CAIXA ENTRA NA CLASSIFICACAO COMO "U"
      *E O RECOLHIMENTO DO CAIXA AO COFRE COMO "V" ("S" E "R" JA SAO
      *SAQUE E RECUSA), COM A AGENCIA DO COFRE. AS REMESSAS DA
      *TRANSPORTADORA SAO SO DO COFRE E NAO ENTRAM AQUI.
       2600-LIBERAR-COFRE.
           OPEN INPUT TES-MOVTO.
           IF WS-STATUS-TES-MOVTO NOT = "35"
               PERFORM 2650-LIBERAR-SE-DO-CAIXA
                   UNTIL FIM-TES-MOVTO
               CLOSE TES-MOVTO
           END-IF.

       2650-LIBERAR-SE-DO-CAIXA.
           READ TES-MOVTO
               AT END
                   SET FIM-TES-MOVTO TO TRUE
               NOT AT END
                   IF TM-DATA = WRK-DATA-MOVTO
                       AND (TM-SUPRIMENTO OR TM-RECOLHIMENTO)
                       MOVE TM-CAIXA   TO CX-OPERADOR
                       MOVE TM-VALOR   TO CX-VALOR
                       MOVE TM-AGENCIA TO CX-AGENCIA
                       IF TM-SUPRIMENTO
                           MOVE "U" TO CX-OPERACAO
                       ELSE
                           MOVE "V" TO CX-OPERACAO
                       END-IF
                       RELEASE REG-CLASS
                   END-IF
           END-READ.

       2900-LER-LOG.
           READ LOG-MOVTO
               AT END
               MOVE ZERO TO WRK-QTD-SAQUES
               MOVE ZERO TO WRK-QTD-TRANSF
               MOVE ZERO TO WRK-QTD-RECUSAS
               MOVE ZERO TO WRK-QTD-EXPIRADOS
               MOVE ZERO TO WRK-TOT-EXPIRADOS
               MOVE ZERO TO WRK-TOT-SUPRIMENTO
               MOVE ZERO TO WRK-TOT-RECOLHIDO
               MOVE ZERO TO WRK-AGENCIA-CAIXA
           END-IF.
           IF CX-AGENCIA NOT = ZERO
               MOVE CX-AGENCIA TO WRK-AGENCIA-CAIXA
           END-IF.
           EVALUATE CX-OPERACAO
               WHEN "D"
                   ADD CX-VALOR TO WRK-TOT-TRANSF
               WHEN "R"
                   ADD 1 TO WRK-QTD-RECUSAS
               WHEN "P"
                   ADD 1 TO WRK-QTD-EXPIRADOS
                   ADD CX-VALOR TO WRK-TOT-EXPIRADOS
               WHEN "U"
                   ADD CX-VALOR TO WRK-TOT-SUPRIMENTO
               WHEN "V"
                   ADD CX-VALOR TO WRK-TOT-RECOLHIDO
           END-EVALUATE.
           PERFORM 3950-RETORNAR-CLASS.

           STRING "  RECUSAS .........: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-FECHCAIXA.
           WRITE LINHA-FECHCAIXA.
           MOVE WRK-TOT-EXPIRADOS TO WRK-VALOR-DP.
           MOVE WRK-QTD-EXPIRADOS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-FECHCAIXA.
           STRING "  RETIDOS EXPIRADOS: " WRK-QTD-DP
               " VALOR " WRK-VALOR-DP
               DELIMITED BY SIZE INTO LINHA-FECHCAIXA.
           WRITE LINHA-FECHCAIXA.
           IF WRK-AGENCIA-CAIXA NOT = ZERO
               MOVE WRK-TOT-SUPRIMENTO TO WRK-VALOR-DP
               MOVE SPACES TO LINHA-FECHCAIXA
               STRING "  SUPRIMENTO COFRE : " WRK-VALOR-DP
                   " AGENCIA " WRK-AGENCIA-CAIXA
                   DELIMITED BY SIZE INTO LINHA-FECHCAIXA
               WRITE LINHA-FECHCAIXA
           END-IF.
           PERFORM 3600-CONFRONTAR-DECLARADO.
           PERFORM 3650-CONFERIR-RECOLHIMENTO.
           PERFORM 3800-GRAVAR-POSICAO.
           MOVE SPACES TO LINHA-FECHCAIXA.
           WRITE LINHA-FECHCAIXA.

      *O ESPERADO NA GAVETA E O SUPRIMENTO DO COFRE MAIS O QUE
      *ENTROU EM ESPECIE MENOS O QUE SAIU (SUPRIMENTO + DEPOSITOS -
      *SAQUES); TRANSFERENCIA NAO MOVE ESPECIE. A DECLARACAO E A
      *CONTAGEM DA GAVETA ANTES DO RECOLHIMENTO AO COFRE.
      *SOBRA = DECLARADO MAIOR QUE O ESPERADO; FALTA = MENOR.
       3600-CONFRONTAR-DECLARADO.
           COMPUTE WRK-ESPERADO = WRK-TOT-SUPRIMENTO
               + WRK-TOT-DEPOSITOS - WRK-TOT-SAQUES.
           MOVE WRK-ESPERADO TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-FECHCAIXA.
           STRING "  ESPERADO EM CAIXA: " WRK-VALOR-DP
               WRITE LINHA-FECHCAIXA
           END-IF.

      *CAIXA SUPRIDO PELO COFRE DEVOLVE A GAVETA INTEIRA NO
      *FECHAMENTO: O QUE A CONTAGEM (OU, SEM DECLARACAO, O ESPERADO)
      *TEM ALEM DO RECOLHIDO FICOU FORA DO COFRE E SAI AQUI.
       3650-CONFERIR-RECOLHIMENTO.
           IF WRK-AGENCIA-CAIXA NOT = ZERO
               MOVE WRK-TOT-RECOLHIDO TO WRK-VALOR-DP
               MOVE SPACES TO LINHA-FECHCAIXA
               STRING "  RECOLHIDO COFRE .: " WRK-VALOR-DP
                   DELIMITED BY SIZE INTO LINHA-FECHCAIXA
               WRITE LINHA-FECHCAIXA
               IF TEM-DECLARACAO
                   COMPUTE WRK-NAO-RECOLHIDO =
                       WRK-VALOR-DECLARADO - WRK-TOT-RECOLHIDO
               ELSE
                   COMPUTE WRK-NAO-RECOLHIDO =
                       WRK-ESPERADO - WRK-TOT-RECOLHIDO
               END-IF
               IF WRK-NAO-RECOLHIDO NOT = ZERO
                   MOVE WRK-NAO-RECOLHIDO TO WRK-VALOR-DP
                   MOVE SPACES TO LINHA-FECHCAIXA
                   STRING "  NAO RECOLHIDO ...: " WRK-VALOR-DP
                       " FORA DO COFRE"
                       DELIMITED BY SIZE INTO LINHA-FECHCAIXA
                   WRITE LINHA-FECHCAIXA
               END-IF
           END-IF.

       3700-LOCALIZAR-DECLARACAO.
           MOVE "N"   TO WS-TEM-DECLARACAO.
           MOVE ZEROS TO WRK-VALOR-DECLARADO.
               END-IF
           END-PERFORM.

       3800-GRAVAR-POSICAO.
           MOVE WRK-DATA-MOVTO      TO PX-DATA.
           MOVE WRK-OPERADOR-ATUAL  TO PX-OPERADOR.
           MOVE WRK-AGENCIA-CAIXA   TO PX-AGENCIA.
           MOVE WRK-TOT-SUPRIMENTO  TO PX-SUPRIMENTO.
           MOVE WRK-TOT-DEPOSITOS   TO PX-DEPOSITOS.
           MOVE WRK-TOT-SAQUES      TO PX-SAQUES.
           MOVE WRK-ESPERADO        TO PX-ESPERADO.
           MOVE WS-TEM-DECLARACAO   TO PX-TEM-DECLARACAO.
           MOVE WRK-VALOR-DECLARADO TO PX-DECLARADO.
           MOVE WRK-TOT-RECOLHIDO   TO PX-RECOLHIDO.
           WRITE REG-POS-CAIXA.

       3950-RETORNAR-CLASS.
           RETURN CLASSIFICACAO
               AT END
           END-RETURN.

       9000-ENCERRAR.
           PERFORM 9100-LISTAR-EXPIRADOS.
           MOVE WRK-QTD-OPERADORES TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-FECHCAIXA.
           STRING "TOTAL DE OPERADORES FECHADOS: " WRK-QTD-DP
               CLOSE LOG-MOVTO
           END-IF.
           CLOSE FECHCAIXA-REL.
           CLOSE POS-CAIXA.
           DISPLAY "FECHAMENTOCAIXA: " WRK-QTD-OPERADORES
               " OPERADOR(ES) FECHADO(S) - VER FECHCAIXA.PRT".
           IF WRK-QTD-EXPIRADOS-DIA > ZERO
               DISPLAY "FECHAMENTOCAIXA: " WRK-QTD-EXPIRADOS-DIA
                   " DEBITO(S) RETIDO(S) EXPIRADO(S) SEM APROVACAO"
           END-IF.

      *LISTA OS DEBITOS RETIDOS QUE EXPIRARAM NESTE FECHAMENTO, UM
      *POR LINHA, PARA O SUPERVISOR VER O QUE FICOU SEM DECISAO.
       9100-LISTAR-EXPIRADOS.
           MOVE SPACES TO LINHA-FECHCAIXA.
           STRING "DEBITOS RETIDOS POR ALCADA EXPIRADOS SEM APROVACAO"
               DELIMITED BY SIZE INTO LINHA-FECHCAIXA.
           WRITE LINHA-FECHCAIXA.
           MOVE "N" TO WS-FIM-RETIDOS.
           OPEN INPUT MOV-RETIDO.
           IF WS-STATUS-RETIDO = "35"
               SET FIM-RETIDOS TO TRUE
           END-IF.
           PERFORM 9150-LISTAR-EXPIRADO
               UNTIL FIM-RETIDOS.
           IF WS-STATUS-RETIDO NOT = "35"
               CLOSE MOV-RETIDO
           END-IF.
           IF WRK-QTD-EXPIRADOS-DIA = ZERO
               MOVE SPACES TO LINHA-FECHCAIXA
               STRING "  NENHUM DEBITO RETIDO EXPIRADO NA DATA"
                   DELIMITED BY SIZE INTO LINHA-FECHCAIXA
               WRITE LINHA-FECHCAIXA
           END-IF.
           MOVE SPACES TO LINHA-FECHCAIXA.
           WRITE LINHA-FECHCAIXA.

       9150-LISTAR-EXPIRADO.
           READ MOV-RETIDO
               AT END
                   SET FIM-RETIDOS TO TRUE
               NOT AT END
                   IF MR-EXPIRADO
                       AND MR-DATA-DECISAO (1:8) = WRK-DATA-MOVTO
                       ADD 1 TO WRK-QTD-EXPIRADOS-DIA
                       MOVE MR-VALOR TO WRK-VALOR-DP
                       MOVE SPACES TO LINHA-FECHCAIXA
                       STRING "  CONTA " MR-CONTA " OPER " MR-OPERACAO
                           " VALOR " WRK-VALOR-DP
                           " DESTINO " MR-CONTA-DESTINO
                           " CAIXA " MR-OPERADOR
                           DELIMITED BY SIZE INTO LINHA-FECHCAIXA
                       WRITE LINHA-FECHCAIXA
                   END-IF
           END-READ.
