       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. FECHATESOURARIA.
       AUTHOR. NAPOLEAO.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT TESOURARIA  ASSIGN TO "TESOURARIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-AGENCIA
               FILE STATUS IS WS-STATUS-TESOURARIA.
           SELECT TES-MOVTO  ASSIGN TO "TESMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TES-MOVTO.
      *POSICAO DE CADA CAIXA FECHADO NA DATA, GRAVADA PELO
      *FECHAMENTOCAIXA (PASSO ANTERIOR DA CADEIA).
           SELECT POS-CAIXA  ASSIGN TO "POSCAIXA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-POS-CAIXA.
           SELECT TESOURARIA-REL  ASSIGN TO "TESOURARIA.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
       DATA                            DIVISION.
       FILE SECTION.
       FD  TESOURARIA.
           COPY COFRE.
       FD  TES-MOVTO.
           COPY TESMOVTO.
       FD  POS-CAIXA.
           COPY POSCAIXA.
       FD  TESOURARIA-REL.
       01  LINHA-TESOURARIA    PICTURE X(80).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E A PROVA DIARIA DO COFRE DE CADA AGENCIA, DEPOIS
      *DO FECHAMENTO DE CAIXA: PARTE DO SALDO DE ABERTURA DO COFRE,
      *APLICA O MOVIMENTO DO DIA NO TESMOVTO.DAT (REMESSAS DA
      *TRANSPORTADORA, SUPRIMENTOS E RECOLHIMENTOS DOS CAIXAS) E
      *CONFRONTA O NUMERARIO APURADO NA AGENCIA (COFRE + O QUE FICOU
      *NAS GAVETAS) COM O ESPERADO (ABERTURA + REMESSAS + DEPOSITOS -
      *SAQUES DOS CAIXAS SUPRIDOS PELO COFRE). A DIFERENCA, O SALDO
      *ACIMA DO LIMITE SEGURADO E O CAIXA QUE MOVIMENTOU ESPECIE SEM
      *PASSAR PELO COFRE SAEM NO TESOURARIA.PRT. O SALDO PROVADO VIRA
      *A ABERTURA DO DIA SEGUINTE.
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
       01  WRK-TAB-COFRES.
           05  WRK-CF-ENTRY OCCURS 50 TIMES.
               10  WRK-CF-AGENCIA          PICTURE 9(3).
               10  WRK-CF-ABERTURA         PICTURE S9(11)V99.
               10  WRK-CF-SALDO-CORRENTE   PICTURE S9(11)V99.
               10  WRK-CF-LIMITE           PICTURE 9(11)V99.
               10  WRK-CF-RECEBIDO         PICTURE S9(11)V99.
               10  WRK-CF-REMETIDO         PICTURE S9(11)V99.
               10  WRK-CF-SUPRIMENTOS      PICTURE S9(11)V99.
               10  WRK-CF-RECOLHIMENTOS    PICTURE S9(11)V99.
               10  WRK-CF-QTD-CAIXAS       PICTURE 9(4).
               10  WRK-CF-QTD-SEM-DECL     PICTURE 9(4).
               10  WRK-CF-DEPOSITOS        PICTURE S9(11)V99.
               10  WRK-CF-SAQUES           PICTURE S9(11)V99.
               10  WRK-CF-GAVETAS          PICTURE S9(11)V99.
       01  WRK-QTD-COFRES       PICTURE 9(4) VALUE ZERO.
       01  WRK-IND-CF           PICTURE 9(4) VALUE ZERO.
       01  WRK-AGENCIA-BUSCA    PICTURE 9(3) VALUE ZERO.
       01  WS-COFRE-ACHADO      PICTURE X    VALUE "N".
           88  COFRE-ACHADO                   VALUE "S".
       01  WRK-SALDO-COFRE      PICTURE S9(11)V99 VALUE ZERO.
       01  WRK-APURADO          PICTURE S9(11)V99 VALUE ZERO.
       01  WRK-ESPERADO         PICTURE S9(11)V99 VALUE ZERO.
       01  WRK-DIFERENCA        PICTURE S9(11)V99 VALUE ZERO.
       01  WRK-EXCESSO          PICTURE S9(11)V99 VALUE ZERO.
       01  WRK-CONTAGEM         PICTURE S9(9)V99 VALUE ZERO.
       01  WRK-QTD-PROVADOS     PICTURE 9(4) VALUE ZERO.
       01  WRK-QTD-DIFERENCAS   PICTURE 9(4) VALUE ZERO.
       01  WRK-QTD-ACIMA-LIMITE PICTURE 9(4) VALUE ZERO.
       01  WRK-QTD-SEM-COFRE    PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-FORA-PROVA   PICTURE 9(4) VALUE ZERO.
       01  WRK-VALOR-DP         PICTURE -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-QTD-DP           PICTURE ZZZ.ZZ9.
       01  WS-STATUS-TESOURARIA PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-TES-MOVTO  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-POS-CAIXA  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-REL        PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-FIM-COFRES        PICTURE X    VALUE "N".
           88  FIM-COFRES                     VALUE "S".
       01  WS-FIM-TES-MOVTO     PICTURE X    VALUE "N".
           88  FIM-TES-MOVTO                  VALUE "S".
       01  WS-FIM-POS-CAIXA     PICTURE X    VALUE "N".
           88  FIM-POS-CAIXA                  VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 1200-CARREGAR-COFRES.
           PERFORM 2000-SOMAR-MOVIMENTO-COFRE.
           PERFORM 3000-SOMAR-POSICAO-CAIXAS.
           MOVE ZERO TO WRK-IND-CF.
           PERFORM 4000-PROVAR-COFRE
               UNTIL WRK-IND-CF >= WRK-QTD-COFRES.
           PERFORM 5000-LISTAR-FORA-DA-PROVA.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           PERFORM 1050-LER-DATA-MOVTO.
           OPEN I-O TESOURARIA.
           IF WS-STATUS-TESOURARIA = "35"
               OPEN OUTPUT TESOURARIA
               CLOSE TESOURARIA
               OPEN I-O TESOURARIA
           END-IF.
           OPEN OUTPUT TESOURARIA-REL.
           MOVE SPACES TO LINHA-TESOURARIA.
           STRING "PROVA DO COFRE POR AGENCIA - DATA " WRK-DATA-MOVTO
               DELIMITED BY SIZE INTO LINHA-TESOURARIA.
           WRITE LINHA-TESOURARIA.

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

       1200-CARREGAR-COFRES.
           MOVE LOW-VALUES TO TS-AGENCIA.
           START TESOURARIA KEY IS NOT LESS THAN TS-AGENCIA
               INVALID KEY
                   SET FIM-COFRES TO TRUE
           END-START.
           IF WS-STATUS-TESOURARIA NOT = "00"
               SET FIM-COFRES TO TRUE
           END-IF.
           IF NOT FIM-COFRES
               PERFORM 1290-LER-COFRE
           END-IF.
           PERFORM 1250-GUARDAR-COFRE
               UNTIL FIM-COFRES.

      *COFRE JA PROVADO NESTA DATA (REEXECUCAO DO PASSO) PARTE DA
      *ABERTURA QUE A PROVA ANTERIOR USOU - A ABERTURA GRAVADA JA E
      *A DO DIA SEGUINTE. TABELA ESTOURADA PARA O PROGRAMA: UMA PROVA
      *INCOMPLETA NAO SERVE PARA A TESOURARIA.
       1250-GUARDAR-COFRE.
           IF WRK-QTD-COFRES >= 50
               DISPLAY "FECHATESOURARIA: MAIS DE 50 COFRES - "
                   "AMPLIAR A TABELA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WRK-QTD-COFRES.
           MOVE WRK-QTD-COFRES TO WRK-IND-CF.
           MOVE ZEROS TO WRK-CF-ENTRY (WRK-IND-CF).
           MOVE TS-AGENCIA TO WRK-CF-AGENCIA (WRK-IND-CF).
           IF TS-DATA-FECHAMENTO = WRK-DATA-MOVTO
               MOVE TS-ABERTURA-FECHADA
                   TO WRK-CF-ABERTURA (WRK-IND-CF)
           ELSE
               MOVE TS-SALDO-ABERTURA TO WRK-CF-ABERTURA (WRK-IND-CF)
           END-IF.
           MOVE TS-SALDO TO WRK-CF-SALDO-CORRENTE (WRK-IND-CF).
           MOVE TS-LIMITE-SEGURADO TO WRK-CF-LIMITE (WRK-IND-CF).
           PERFORM 1290-LER-COFRE.

      *O TESTE DE FILE STATUS COBRE ERRO PERMANENTE DE I-O, QUE NAO
      *LEVANTA O AT END - SEM ELE A VARREDURA FICARIA EM LACO.
       1290-LER-COFRE.
           READ TESOURARIA NEXT RECORD
               AT END
                   SET FIM-COFRES TO TRUE
           END-READ.
           IF WS-STATUS-TESOURARIA NOT = "00"
               SET FIM-COFRES TO TRUE
           END-IF.

      *DEIXA O WRK-IND-CF NO COFRE DA AGENCIA WRK-AGENCIA-BUSCA.
       1300-LOCALIZAR-COFRE.
           MOVE "N" TO WS-COFRE-ACHADO.
           MOVE ZERO TO WRK-IND-CF.
           PERFORM 1350-COMPARAR-COFRE
               UNTIL COFRE-ACHADO
                  OR WRK-IND-CF >= WRK-QTD-COFRES.

       1350-COMPARAR-COFRE.
           ADD 1 TO WRK-IND-CF.
           IF WRK-CF-AGENCIA (WRK-IND-CF) = WRK-AGENCIA-BUSCA
               SET COFRE-ACHADO TO TRUE
           END-IF.

      *A IMPLANTACAO ("I") NAO MOVE O COFRE: O SALDO IMPLANTADO JA E
      *A ABERTURA.
       2000-SOMAR-MOVIMENTO-COFRE.
           OPEN INPUT TES-MOVTO.
           IF WS-STATUS-TES-MOVTO NOT = "35"
               PERFORM 2100-SOMAR-SE-DO-DIA
                   UNTIL FIM-TES-MOVTO
               CLOSE TES-MOVTO
           END-IF.

       2100-SOMAR-SE-DO-DIA.
           READ TES-MOVTO
               AT END
                   SET FIM-TES-MOVTO TO TRUE
               NOT AT END
                   IF TM-DATA = WRK-DATA-MOVTO
                       AND NOT TM-IMPLANTACAO
                       MOVE TM-AGENCIA TO WRK-AGENCIA-BUSCA
                       PERFORM 1300-LOCALIZAR-COFRE
                       IF COFRE-ACHADO
                           PERFORM 2200-APLICAR-MOVIMENTO
                       ELSE
                           ADD 1 TO WRK-QTD-SEM-COFRE
                       END-IF
                   END-IF
           END-READ.

       2200-APLICAR-MOVIMENTO.
           EVALUATE TRUE
               WHEN TM-SUPRIMENTO
                   ADD TM-VALOR TO WRK-CF-SUPRIMENTOS (WRK-IND-CF)
               WHEN TM-RECOLHIMENTO
                   ADD TM-VALOR TO WRK-CF-RECOLHIMENTOS (WRK-IND-CF)
               WHEN TM-REMESSA-ENVIADA
                   ADD TM-VALOR TO WRK-CF-REMETIDO (WRK-IND-CF)
               WHEN TM-REMESSA-RECEBIDA
                   ADD TM-VALOR TO WRK-CF-RECEBIDO (WRK-IND-CF)
           END-EVALUATE.

      *CAIXA SEM COFRE NA DATA (PX-AGENCIA ZERADA) FICA FORA DA
      *PROVA E E LISTADO NO FIM. O QUE FICOU NA GAVETA E A CONTAGEM
      *MENOS O RECOLHIDO; SEM DECLARACAO, VALE O ESPERADO.
       3000-SOMAR-POSICAO-CAIXAS.
           OPEN INPUT POS-CAIXA.
           IF WS-STATUS-POS-CAIXA = "35"
               DISPLAY "FECHATESOURARIA: SEM POSCAIXA.DAT - PROVA SO "
                   "COM O MOVIMENTO DO COFRE"
           ELSE
               PERFORM 3100-SOMAR-CAIXA
                   UNTIL FIM-POS-CAIXA
               CLOSE POS-CAIXA
           END-IF.

       3100-SOMAR-CAIXA.
           READ POS-CAIXA
               AT END
                   SET FIM-POS-CAIXA TO TRUE
               NOT AT END
                   IF PX-DATA = WRK-DATA-MOVTO
                       AND PX-AGENCIA NOT = ZERO
                       MOVE PX-AGENCIA TO WRK-AGENCIA-BUSCA
                       PERFORM 1300-LOCALIZAR-COFRE
                       IF COFRE-ACHADO
                           PERFORM 3200-ACUMULAR-CAIXA
                       END-IF
                   END-IF
           END-READ.

       3200-ACUMULAR-CAIXA.
           ADD 1 TO WRK-CF-QTD-CAIXAS (WRK-IND-CF).
           ADD PX-DEPOSITOS TO WRK-CF-DEPOSITOS (WRK-IND-CF).
           ADD PX-SAQUES    TO WRK-CF-SAQUES (WRK-IND-CF).
           IF PX-TEM-DECLARACAO = "S"
               MOVE PX-DECLARADO TO WRK-CONTAGEM
           ELSE
               MOVE PX-ESPERADO  TO WRK-CONTAGEM
               ADD 1 TO WRK-CF-QTD-SEM-DECL (WRK-IND-CF)
           END-IF.
           COMPUTE WRK-CF-GAVETAS (WRK-IND-CF) =
               WRK-CF-GAVETAS (WRK-IND-CF)
               + WRK-CONTAGEM - PX-RECOLHIDO.

      *SALDO DO COFRE = ABERTURA + RECEBIDO DA TRANSPORTADORA -
      *REMETIDO - SUPRIMENTOS + RECOLHIMENTOS. APURADO NA AGENCIA =
      *SALDO DO COFRE + O QUE FICOU NAS GAVETAS. ESPERADO = ABERTURA
      *+ RECEBIDO - REMETIDO + DEPOSITOS - SAQUES DOS CAIXAS. SOBRA =
      *APURADO MAIOR QUE O ESPERADO; FALTA = MENOR.
       4000-PROVAR-COFRE.
           ADD 1 TO WRK-IND-CF.
           ADD 1 TO WRK-QTD-PROVADOS.
           COMPUTE WRK-SALDO-COFRE = WRK-CF-ABERTURA (WRK-IND-CF)
               + WRK-CF-RECEBIDO (WRK-IND-CF)
               - WRK-CF-REMETIDO (WRK-IND-CF)
               - WRK-CF-SUPRIMENTOS (WRK-IND-CF)
               + WRK-CF-RECOLHIMENTOS (WRK-IND-CF).
           COMPUTE WRK-APURADO =
               WRK-SALDO-COFRE + WRK-CF-GAVETAS (WRK-IND-CF).
           COMPUTE WRK-ESPERADO = WRK-CF-ABERTURA (WRK-IND-CF)
               + WRK-CF-RECEBIDO (WRK-IND-CF)
               - WRK-CF-REMETIDO (WRK-IND-CF)
               + WRK-CF-DEPOSITOS (WRK-IND-CF)
               - WRK-CF-SAQUES (WRK-IND-CF).
           COMPUTE WRK-DIFERENCA = WRK-APURADO - WRK-ESPERADO.
           PERFORM 4100-IMPRIMIR-PROVA.
           PERFORM 4300-SINALIZAR-LIMITE.
           PERFORM 4500-VIRAR-ABERTURA.
           MOVE SPACES TO LINHA-TESOURARIA.
           WRITE LINHA-TESOURARIA.

       4100-IMPRIMIR-PROVA.
           MOVE SPACES TO LINHA-TESOURARIA.
           WRITE LINHA-TESOURARIA.
           MOVE SPACES TO LINHA-TESOURARIA.
           STRING "AGENCIA " WRK-CF-AGENCIA (WRK-IND-CF)
               DELIMITED BY SIZE INTO LINHA-TESOURARIA.
           WRITE LINHA-TESOURARIA.
           MOVE WRK-CF-ABERTURA (WRK-IND-CF) TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-TESOURARIA.
           STRING "  SALDO DE ABERTURA DO COFRE .......: " WRK-VALOR-DP
               DELIMITED BY SIZE INTO LINHA-TESOURARIA.
           WRITE LINHA-TESOURARIA.
           MOVE WRK-CF-RECEBIDO (WRK-IND-CF) TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-TESOURARIA.
           STRING "  (+) RECEBIDO DA TRANSPORTADORA ...: " WRK-VALOR-DP
               DELIMITED BY SIZE INTO LINHA-TESOURARIA.
           WRITE LINHA-TESOURARIA.
           MOVE WRK-CF-REMETIDO (WRK-IND-CF) TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-TESOURARIA.
           STRING "  (-) REMETIDO A TRANSPORTADORA ....: " WRK-VALOR-DP
               DELIMITED BY SIZE INTO LINHA-TESOURARIA.
           WRITE LINHA-TESOURARIA.
           MOVE WRK-CF-SUPRIMENTOS (WRK-IND-CF) TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-TESOURARIA.
           STRING "  (-) SUPRIMENTOS AOS CAIXAS .......: " WRK-VALOR-DP
               DELIMITED BY SIZE INTO LINHA-TESOURARIA.
           WRITE LINHA-TESOURARIA.
           MOVE WRK-CF-RECOLHIMENTOS (WRK-IND-CF) TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-TESOURARIA.
           STRING "  (+) RECOLHIMENTOS DOS CAIXAS .....: " WRK-VALOR-DP
               DELIMITED BY SIZE INTO LINHA-TESOURARIA.
           WRITE LINHA-TESOURARIA.
           MOVE WRK-SALDO-COFRE TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-TESOURARIA.
           STRING "  (=) SALDO DO COFRE NO FECHAMENTO .: " WRK-VALOR-DP
               DELIMITED BY SIZE INTO LINHA-TESOURARIA.
           WRITE LINHA-TESOURARIA.
           IF WRK-SALDO-COFRE NOT = WRK-CF-SALDO-CORRENTE (WRK-IND-CF)
               MOVE WRK-CF-SALDO-CORRENTE (WRK-IND-CF) TO WRK-VALOR-DP
               MOVE SPACES TO LINHA-TESOURARIA
               STRING "  SALDO CORRENTE DO COFRE ERA ......: "
                   WRK-VALOR-DP " - ACERTADO"
                   DELIMITED BY SIZE INTO LINHA-TESOURARIA
               WRITE LINHA-TESOURARIA
           END-IF.
           MOVE WRK-CF-QTD-CAIXAS (WRK-IND-CF) TO WRK-QTD-DP.
           MOVE WRK-CF-GAVETAS (WRK-IND-CF) TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-TESOURARIA.
           STRING "  (+) NAS GAVETAS DE " WRK-QTD-DP " CAIXA(S) ..: "
               WRK-VALOR-DP
               DELIMITED BY SIZE INTO LINHA-TESOURARIA.
           WRITE LINHA-TESOURARIA.
           IF WRK-CF-QTD-SEM-DECL (WRK-IND-CF) > ZERO
               MOVE WRK-CF-QTD-SEM-DECL (WRK-IND-CF) TO WRK-QTD-DP
               MOVE SPACES TO LINHA-TESOURARIA
               STRING "      " WRK-QTD-DP " CAIXA(S) SEM DECLARACAO - "
                   "GAVETA PELO ESPERADO"
                   DELIMITED BY SIZE INTO LINHA-TESOURARIA
               WRITE LINHA-TESOURARIA
           END-IF.
           MOVE WRK-APURADO TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-TESOURARIA.
           STRING "  NUMERARIO APURADO NA AGENCIA .....: " WRK-VALOR-DP
               DELIMITED BY SIZE INTO LINHA-TESOURARIA.
           WRITE LINHA-TESOURARIA.
           MOVE WRK-ESPERADO TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-TESOURARIA.
           STRING "  NUMERARIO ESPERADO NA AGENCIA ....: " WRK-VALOR-DP
               DELIMITED BY SIZE INTO LINHA-TESOURARIA.
           WRITE LINHA-TESOURARIA.
           MOVE WRK-DIFERENCA TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-TESOURARIA.
           EVALUATE TRUE
               WHEN WRK-DIFERENCA = ZERO
                   STRING "  DIFERENCA ........................: "
                       "COFRE CONFERIDO"
                       DELIMITED BY SIZE INTO LINHA-TESOURARIA
               WHEN WRK-DIFERENCA > ZERO
                   ADD 1 TO WRK-QTD-DIFERENCAS
                   STRING "  DIFERENCA ........................: "
                       "SOBRA " WRK-VALOR-DP
                       DELIMITED BY SIZE INTO LINHA-TESOURARIA
               WHEN OTHER
                   ADD 1 TO WRK-QTD-DIFERENCAS
                   STRING "  DIFERENCA ........................: "
                       "FALTA " WRK-VALOR-DP
                       DELIMITED BY SIZE INTO LINHA-TESOURARIA
           END-EVALUATE.
           WRITE LINHA-TESOURARIA.

      *O SEGURO SO COBRE O COFRE ATE O LIMITE DA APOLICE; LIMITE
      *ZERADO E COFRE SEM LIMITE INFORMADO.
       4300-SINALIZAR-LIMITE.
           IF WRK-CF-LIMITE (WRK-IND-CF) > ZERO
               AND WRK-SALDO-COFRE > WRK-CF-LIMITE (WRK-IND-CF)
               ADD 1 TO WRK-QTD-ACIMA-LIMITE
               COMPUTE WRK-EXCESSO =
                   WRK-SALDO-COFRE - WRK-CF-LIMITE (WRK-IND-CF)
               MOVE WRK-CF-LIMITE (WRK-IND-CF) TO WRK-VALOR-DP
               MOVE SPACES TO LINHA-TESOURARIA
               STRING "  *** ACIMA DO LIMITE SEGURADO DE "
                   WRK-VALOR-DP
                   DELIMITED BY SIZE INTO LINHA-TESOURARIA
               WRITE LINHA-TESOURARIA
               MOVE WRK-EXCESSO TO WRK-VALOR-DP
               MOVE SPACES TO LINHA-TESOURARIA
               STRING "  *** EXCESSO DE " WRK-VALOR-DP
                   " - PROGRAMAR REMESSA A TRANSPORTADORA"
                   DELIMITED BY SIZE INTO LINHA-TESOURARIA
               WRITE LINHA-TESOURARIA
           END-IF.

      *O SALDO PROVADO VIRA A ABERTURA (E O SALDO CORRENTE) DO DIA
      *SEGUINTE; A ABERTURA USADA FICA GUARDADA PARA A REEXECUCAO.
       4500-VIRAR-ABERTURA.
           MOVE WRK-CF-AGENCIA (WRK-IND-CF) TO TS-AGENCIA.
           READ TESOURARIA
               INVALID KEY
                   DISPLAY "FECHATESOURARIA: COFRE "
                       WRK-CF-AGENCIA (WRK-IND-CF)
                       " SUMIU DO TESOURARIA.DAT NA PROVA"
               NOT INVALID KEY
                   MOVE WRK-CF-ABERTURA (WRK-IND-CF)
                       TO TS-ABERTURA-FECHADA
                   MOVE WRK-SALDO-COFRE TO TS-SALDO-ABERTURA
                   MOVE WRK-SALDO-COFRE TO TS-SALDO
                   MOVE WRK-DATA-MOVTO  TO TS-DATA-FECHAMENTO
                   REWRITE REG-TESOURARIA
           END-READ.

      *CAIXA QUE MOVIMENTOU ESPECIE NA DATA SEM SUPRIMENTO NEM
      *RECOLHIMENTO DE COFRE NENHUM: O DINHEIRO DELE NAO ENTROU NA
      *PROVA DE AGENCIA NENHUMA.
       5000-LISTAR-FORA-DA-PROVA.
           MOVE SPACES TO LINHA-TESOURARIA.
           STRING "CAIXAS COM ESPECIE FORA DO COFRE (SEM SUPRIMENTO "
               "NEM RECOLHIMENTO)"
               DELIMITED BY SIZE INTO LINHA-TESOURARIA.
           WRITE LINHA-TESOURARIA.
           MOVE "N" TO WS-FIM-POS-CAIXA.
           OPEN INPUT POS-CAIXA.
           IF WS-STATUS-POS-CAIXA = "35"
               SET FIM-POS-CAIXA TO TRUE
           END-IF.
           PERFORM 5100-LISTAR-SE-FORA
               UNTIL FIM-POS-CAIXA.
           IF WS-STATUS-POS-CAIXA NOT = "35"
               CLOSE POS-CAIXA
           END-IF.
           IF WRK-QTD-FORA-PROVA = ZERO
               MOVE SPACES TO LINHA-TESOURARIA
               STRING "  NENHUM"
                   DELIMITED BY SIZE INTO LINHA-TESOURARIA
               WRITE LINHA-TESOURARIA
           END-IF.
           MOVE SPACES TO LINHA-TESOURARIA.
           WRITE LINHA-TESOURARIA.

       5100-LISTAR-SE-FORA.
           READ POS-CAIXA
               AT END
                   SET FIM-POS-CAIXA TO TRUE
               NOT AT END
                   IF PX-DATA = WRK-DATA-MOVTO
                       AND PX-AGENCIA = ZERO
                       AND (PX-DEPOSITOS NOT = ZERO
                            OR PX-SAQUES NOT = ZERO)
                       ADD 1 TO WRK-QTD-FORA-PROVA
                       MOVE PX-ESPERADO TO WRK-VALOR-DP
                       MOVE SPACES TO LINHA-TESOURARIA
                       STRING "  CAIXA " PX-OPERADOR
                           " ESPERADO NA GAVETA " WRK-VALOR-DP
                           DELIMITED BY SIZE INTO LINHA-TESOURARIA
                       WRITE LINHA-TESOURARIA
                   END-IF
           END-READ.

       9000-ENCERRAR.
           MOVE WRK-QTD-PROVADOS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-TESOURARIA.
           STRING "COFRES PROVADOS .............: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-TESOURARIA.
           WRITE LINHA-TESOURARIA.
           MOVE WRK-QTD-DIFERENCAS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-TESOURARIA.
           STRING "COFRES COM DIFERENCA ........: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-TESOURARIA.
           WRITE LINHA-TESOURARIA.
           MOVE WRK-QTD-ACIMA-LIMITE TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-TESOURARIA.
           STRING "COFRES ACIMA DO LIMITE ......: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-TESOURARIA.
           WRITE LINHA-TESOURARIA.
           IF WRK-QTD-SEM-COFRE > ZERO
               MOVE WRK-QTD-SEM-COFRE TO WRK-QTD-DP
               MOVE SPACES TO LINHA-TESOURARIA
               STRING "MOVIMENTOS DE AGENCIA SEM COFRE: " WRK-QTD-DP
                   DELIMITED BY SIZE INTO LINHA-TESOURARIA
               WRITE LINHA-TESOURARIA
           END-IF.
           CLOSE TESOURARIA.
           CLOSE TESOURARIA-REL.
           DISPLAY "FECHATESOURARIA: " WRK-QTD-PROVADOS
               " COFRE(S) PROVADO(S), " WRK-QTD-DIFERENCAS
               " COM DIFERENCA, " WRK-QTD-ACIMA-LIMITE
               " ACIMA DO LIMITE SEGURADO - VER TESOURARIA.PRT".
