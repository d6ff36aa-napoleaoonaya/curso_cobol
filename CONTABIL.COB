           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
      *MOVIMENTO DO DIA DA PROVISAO DO CHEQUE ESPECIAL (PROVISAOPDD),
      *POR AGENCIA: NAO PASSA PELO LOGMOVTO PORQUE NAO MEXE EM SALDO
      *DE CONTA, SO NO RAZAO.
           SELECT PDD-MOVTO  ASSIGN TO "PDDMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PDD-MOVTO.
      *MOVIMENTO DO COFRE DAS AGENCIAS (TESOURARIA): ESPECIE QUE SO
      *TROCA DE LUGAR DENTRO DO BANCO, SEM CONTA DE CLIENTE.
           SELECT TES-MOVTO  ASSIGN TO "TESMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TES-MOVTO.
       DATA                            DIVISION.
       FILE SECTION.
       FD  CONTA-MASTER.
       01  REG-INTERFACE       PICTURE X(42).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       FD  PDD-MOVTO.
           COPY PDDMOVTO.
       FD  TES-MOVTO.
           COPY TESMOVTO.
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA EXPORTA A MOVIMENTACAO CONTABILIZAVEL DO DIA
      *(LOGMOVTO DA DATA-MOVIMENTO) COMO ARQUIVO DE INTERFACE PARA O
      *RAZAO GERAL: CADA LANCAMENTO QUE MOVEU SALDO VIRA UM PAR
      *DEBITO/CREDITO (CONTA DO CLIENTE E CONTRAPARTIDA CAIXA), COM A
      *MOEDA VINDA DO CM-MOEDA. RODA DEPOIS DA CONCILIACAO PASSAR.
      *ENTRAM TAMBEM OS PARES DA PROVISAO (PDDMOVTO) E DO MOVIMENTO
      *DO COFRE DAS AGENCIAS (TESMOVTO).
       01  REG-INT-HEADER.
           05  IH-TIPO          PICTURE X(1)  VALUE "H".
           05  IH-DATA          PICTURE 9(8).
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
       01  WRK-DELTA            PICTURE S9(8)V99 VALUE ZERO.
       01  WRK-VALOR-ABS        PICTURE 9(8)V99 VALUE ZERO.
       01  WRK-VALOR-PDD        PICTURE 9(11)V99 VALUE ZERO.
       01  WRK-MOEDA-CONTA      PICTURE X(3) VALUE "BRL".
       01  WRK-QTD-DETALHES     PICTURE 9(7) VALUE ZERO.
       01  WRK-HASH-VALOR       PICTURE 9(13)V99 VALUE ZERO.
      *FECHAM A CONTA EM ZERO NO CONSOLIDADO E DEIXAM O ACERTO
      *ENTRE AGENCIAS EXPLICITO NO RAZAO.
       01  WRK-CONTA-INTERAG    PICTURE 9(6) VALUE 999998.
      *CARTEIRA DE EMPRESTIMOS: CONTRAPARTIDA DA LIBERACAO DE
      *EMPRESTIMO PESSOAL (ORIGEM "E") - O CREDITO NA CONTA DO
      *CLIENTE NAO SAI DO CAIXA, ENTRA COMO ATIVO DA CARTEIRA, E O
      *DEBITO DA PARCELA (TAMBEM ORIGEM "E") O BAIXA.
       01  WRK-CONTA-CARTEIRA   PICTURE 9(6) VALUE 999996.
      *CAPTACAO EM CDB: CONTRAPARTIDA DA APLICACAO E DO RESGATE
      *(ORIGEM "A") - O DINHEIRO SAI DA CONTA CORRENTE PARA O PASSIVO
      *DE DEPOSITOS A PRAZO E VOLTA DELE, SEM PASSAR PELO CAIXA.
       01  WRK-CONTA-CAPTACAO   PICTURE 9(6) VALUE 999995.
      *IR A RECOLHER: CONTRAPARTIDA DO IR RETIDO NA FONTE SOBRE O
      *RENDIMENTO DO CDB (ORIGEM "R").
       01  WRK-CONTA-IR-RECOLHER PICTURE 9(6) VALUE 999994.
      *PROVISAO PARA CREDITOS DE LIQUIDACAO DUVIDOSA (REDUTORA DO
      *ATIVO) E A DESPESA DE PROVISAO EM CONTRAPARTIDA: A CONSTITUICAO
      *DEBITA A DESPESA E CREDITA A PROVISAO, A REVERSAO FAZ O
      *INVERSO. OS PARES SAEM COM A ORIGEM "V".
       01  WRK-CONTA-PDD        PICTURE 9(6) VALUE 999993.
       01  WRK-CONTA-DESPESA-PDD PICTURE 9(6) VALUE 999992.
      *TESOURARIA (COFRE DA AGENCIA) E NUMERARIO EM TRANSITO: O
      *SUPRIMENTO DEBITA O CAIXA E CREDITA O COFRE, O RECOLHIMENTO O
      *INVERSO; A REMESSA ENVIADA A TRANSPORTADORA DEBITA O TRANSITO
      *E CREDITA O COFRE, A RECEBIDA O INVERSO. SAO CONTAS SO DO
      *RAZAO, SEM REGISTRO NO CONTAMASTER. OS PARES SAEM COM A
      *ORIGEM "N".
       01  WRK-CONTA-TESOURARIA PICTURE 9(6) VALUE 999990.
       01  WRK-CONTA-TRANSITO   PICTURE 9(6) VALUE 999989.
       01  WRK-CONTA-CONTRA     PICTURE 9(6) VALUE ZEROS.
       01  WRK-AGENCIA-CONTA    PICTURE 9(3) VALUE ZEROS.
       01  WRK-AGENCIA-REF      PICTURE 9(3) VALUE ZEROS.
       01  WS-STATUS-LOG        PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-INTERFACE  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-PDD-MOVTO  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-TES-MOVTO  PICTURE X(2) VALUE SPACES.
       01  WS-FIM-LOG           PICTURE X    VALUE "N".
           88  FIM-LOG                        VALUE "S".
       01  WS-FIM-PDD-MOVTO     PICTURE X    VALUE "N".
           88  FIM-PDD-MOVTO                  VALUE "S".
       01  WS-FIM-TES-MOVTO     PICTURE X    VALUE "N".
           88  FIM-TES-MOVTO                  VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-EXPORTAR-LANCAMENTO
               UNTIL FIM-LOG.
           PERFORM 3000-EXPORTAR-PROVISAO.
           PERFORM 3500-EXPORTAR-COFRE.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

      *NA PERNA DE TRANSFERENCIA QUE CRUZA AGENCIAS (A AGENCIA DA
      *CONTA-REF DIFERE) A CONTRAPARTIDA E A CONTA INTERAGENCIAS:
      *O DEBITO DE UMA AGENCIA E O CREDITO DA OUTRA PROVAM O ACERTO
      *ENTRE AGENCIAS ZERADO NO FIM DO DIA. A LIBERACAO DE
      *EMPRESTIMO (ORIGEM "E") TEM A CARTEIRA COMO CONTRAPARTIDA, E A
      *PARCELA DEBITADA PELO LOTE (TAMBEM "E") A ABATE; A
      *APLICACAO E O RESGATE DE CDB (ORIGEM "A") A CAPTACAO E O IR
      *RETIDO (ORIGEM "R") O IR A RECOLHER.
       2250-DEFINIR-CONTRAPARTIDA.
           MOVE WRK-CONTA-CAIXA TO WRK-CONTA-CONTRA.
           EVALUATE LG-ORIGEM
               WHEN "E"
                   MOVE WRK-CONTA-CARTEIRA TO WRK-CONTA-CONTRA
               WHEN "A"
                   MOVE WRK-CONTA-CAPTACAO TO WRK-CONTA-CONTRA
               WHEN "R"
                   MOVE WRK-CONTA-IR-RECOLHER TO WRK-CONTA-CONTRA
           END-EVALUATE.
           IF LG-OPERACAO = "T" AND LG-CONTA-REF NOT = ZEROS
               PERFORM 2300-BUSCAR-AGENCIA-REF
               IF WRK-AGENCIA-REF NOT = WRK-AGENCIA-CONTA
                   SET FIM-LOG TO TRUE
           END-READ.

      *SEM PDDMOVTO.DAT (PROVISAO NAO CLASSIFICADA) A INTERFACE SAI
      *SO COM O LOGMOVTO. SO ENTRA O MOVIMENTO DA DATA-MOVIMENTO.
       3000-EXPORTAR-PROVISAO.
           OPEN INPUT PDD-MOVTO.
           IF WS-STATUS-PDD-MOVTO NOT = "35"
               PERFORM 3100-EXPORTAR-AGENCIA-PDD
                   UNTIL FIM-PDD-MOVTO
               CLOSE PDD-MOVTO
           END-IF.

       3100-EXPORTAR-AGENCIA-PDD.
           READ PDD-MOVTO
               AT END
                   SET FIM-PDD-MOVTO TO TRUE
               NOT AT END
                   IF PM-DATA = WRK-DATA-MOVTO
                       IF PM-CONSTITUICAO > ZERO
                           MOVE PM-CONSTITUICAO TO WRK-VALOR-PDD
                           MOVE WRK-CONTA-DESPESA-PDD TO ID-CONTA
                           MOVE WRK-CONTA-PDD TO WRK-CONTA-CONTRA
                           PERFORM 3200-GRAVAR-PAR-PDD
                       END-IF
                       IF PM-REVERSAO > ZERO
                           MOVE PM-REVERSAO TO WRK-VALOR-PDD
                           MOVE WRK-CONTA-PDD TO ID-CONTA
                           MOVE WRK-CONTA-DESPESA-PDD
                               TO WRK-CONTA-CONTRA
                           PERFORM 3200-GRAVAR-PAR-PDD
                       END-IF
                   END-IF
           END-READ.

      *ID-CONTA VEM COM A CONTA DEBITADA E WRK-CONTA-CONTRA COM A
      *CREDITADA.
       3200-GRAVAR-PAR-PDD.
           MOVE WRK-DATA-MOVTO TO ID-DATA.
           MOVE "D"            TO ID-DEB-CRED.
           MOVE WRK-VALOR-PDD  TO ID-VALOR.
           MOVE "BRL"          TO ID-MOEDA.
           MOVE "V"            TO ID-ORIGEM.
           MOVE PM-AGENCIA     TO ID-AGENCIA.
           WRITE REG-INTERFACE FROM REG-INT-DETALHE.
           ADD 1 TO WRK-QTD-DETALHES.
           ADD WRK-VALOR-PDD TO WRK-HASH-VALOR.
           MOVE WRK-CONTA-CONTRA TO ID-CONTA.
           MOVE "C"              TO ID-DEB-CRED.
           WRITE REG-INTERFACE FROM REG-INT-DETALHE.
           ADD 1 TO WRK-QTD-DETALHES.
           ADD WRK-VALOR-PDD TO WRK-HASH-VALOR.

      *SEM TESMOVTO.DAT (NENHUM COFRE MOVIMENTADO) NAO HA PAR DE
      *TESOURARIA. A IMPLANTACAO DO COFRE ("I") NAO GERA LANCAMENTO:
      *O SALDO IMPLANTADO JA ESTA NO RAZAO.
       3500-EXPORTAR-COFRE.
           OPEN INPUT TES-MOVTO.
           IF WS-STATUS-TES-MOVTO NOT = "35"
               PERFORM 3600-EXPORTAR-MOVTO-COFRE
                   UNTIL FIM-TES-MOVTO
               CLOSE TES-MOVTO
           END-IF.

       3600-EXPORTAR-MOVTO-COFRE.
           READ TES-MOVTO
               AT END
                   SET FIM-TES-MOVTO TO TRUE
               NOT AT END
                   IF TM-DATA = WRK-DATA-MOVTO
                       AND NOT TM-IMPLANTACAO
                       PERFORM 3650-DEFINIR-PAR-COFRE
                       PERFORM 3700-GRAVAR-PAR-COFRE
                   END-IF
           END-READ.

       3650-DEFINIR-PAR-COFRE.
           EVALUATE TRUE
               WHEN TM-SUPRIMENTO
                   MOVE WRK-CONTA-CAIXA      TO ID-CONTA
                   MOVE WRK-CONTA-TESOURARIA TO WRK-CONTA-CONTRA
               WHEN TM-RECOLHIMENTO
                   MOVE WRK-CONTA-TESOURARIA TO ID-CONTA
                   MOVE WRK-CONTA-CAIXA      TO WRK-CONTA-CONTRA
               WHEN TM-REMESSA-ENVIADA
                   MOVE WRK-CONTA-TRANSITO   TO ID-CONTA
                   MOVE WRK-CONTA-TESOURARIA TO WRK-CONTA-CONTRA
               WHEN TM-REMESSA-RECEBIDA
                   MOVE WRK-CONTA-TESOURARIA TO ID-CONTA
                   MOVE WRK-CONTA-TRANSITO   TO WRK-CONTA-CONTRA
           END-EVALUATE.

      *ID-CONTA VEM COM A CONTA DEBITADA E WRK-CONTA-CONTRA COM A
      *CREDITADA.
       3700-GRAVAR-PAR-COFRE.
           MOVE WRK-DATA-MOVTO TO ID-DATA.
           MOVE "D"            TO ID-DEB-CRED.
           MOVE TM-VALOR       TO ID-VALOR.
           MOVE "BRL"          TO ID-MOEDA.
           MOVE "N"            TO ID-ORIGEM.
           MOVE TM-AGENCIA     TO ID-AGENCIA.
           WRITE REG-INTERFACE FROM REG-INT-DETALHE.
           ADD 1 TO WRK-QTD-DETALHES.
           ADD TM-VALOR TO WRK-HASH-VALOR.
           MOVE WRK-CONTA-CONTRA TO ID-CONTA.
           MOVE "C"              TO ID-DEB-CRED.
           WRITE REG-INTERFACE FROM REG-INT-DETALHE.
           ADD 1 TO WRK-QTD-DETALHES.
           ADD TM-VALOR TO WRK-HASH-VALOR.

       9000-ENCERRAR.
           MOVE WRK-QTD-DETALHES TO IT-QTD-REGISTROS.
           MOVE WRK-HASH-VALOR   TO IT-HASH-VALOR.
