       FD  CONTA-MASTER.
           COPY CONTACLI.
       FD  MOVTO-DIARIO.
       01  REG-MOVTO-BRUTO  PICTURE X(26).
       FD  MOVTO-CLASSIFICADO.
           COPY MOVTODIA.
       SD  CLASSIFICACAO.
       01  REG-CLASS.
           05  CL-CONTA            PICTURE 9(6).
           05  FILLER              PICTURE X(20).
       FD  EXTRATO.
       01  LINHA-EXTRATO    PICTURE X(80).
       FD  LOG-MOVTO.
           05  PC-VALOR-CREDITO    PICTURE S9(7)V99.
           05  PC-MOEDA-DESTINO    PICTURE X(3).
       FD  LOGS-PENDENTES.
       01  REG-LOG-PENDENTE    PICTURE X(75).
       FD  SUSP-PENDENTES.
       01  REG-SUSP-PENDENTE   PICTURE X(61).
       WORKING-STORAGE                 SECTION.
           MOVE "BATCH"              TO LG-OPERADOR.
           MOVE WRK-AGENCIA-GRUPO    TO LG-AGENCIA.
           MOVE "N"                  TO LG-ESTORNADO.
           MOVE SPACES               TO LG-APROVADOR.
           WRITE REG-LOG-PENDENTE FROM REG-LOG-MOVTO.
           ADD 1 TO WRK-LOGS-GRUPO.

      *CREDITADA: A AGENCIA DO LANCAMENTO E A DELA.
           MOVE CM-AGENCIA           TO LG-AGENCIA.
           MOVE "N"                  TO LG-ESTORNADO.
           MOVE SPACES               TO LG-APROVADOR.
           WRITE REG-LOG-MOVTO.

       2700-GRAVAR-SUSPENSO.
           MOVE WRK-SALDO            TO LG-SALDO-DEPOIS.
           MOVE "B"                  TO LG-ORIGEM.
           MOVE WRK-LOG-CONTA-REF    TO LG-CONTA-REF.
      *DEBITO DE PARCELA DE EMPRESTIMO NAO E SAQUE EM ESPECIE: SAI
      *COM A ORIGEM "E" E O CONTRATO NO LG-CONTA-REF - A INTERFACE
      *CONTABIL ABATE A CARTEIRA, E O CAIXA E O PLD O DEIXAM DE FORA.
      *A CRITICA (VALIDAMOVTO) SO DEIXA CHEGAR AQUI ORIGEM "E" EM
      *DEBITO "S" DE CONTRATO ATIVO DA PROPRIA CONTA.
           IF MV-ORIGEM = "E" AND MV-OPERACAO = "S"
               MOVE "E"              TO LG-ORIGEM
               MOVE MV-CONTA-DESTINO TO LG-CONTA-REF
           END-IF.
           MOVE "BATCH"              TO LG-OPERADOR.
           MOVE WRK-AGENCIA-GRUPO    TO LG-AGENCIA.
           MOVE "N"                  TO LG-ESTORNADO.
           MOVE SPACES               TO LG-APROVADOR.
           WRITE REG-LOG-PENDENTE FROM REG-LOG-MOVTO.
           ADD 1 TO WRK-LOGS-GRUPO.

