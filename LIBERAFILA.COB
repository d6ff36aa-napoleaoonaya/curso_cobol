       FD  GERADOS.
           COPY MOVTOGER.
       FD  GERADOS-NOVO.
       01  REG-GERADO-NOVO     PICTURE X(34).
       FD  MOVTO-DIARIO.
           COPY MOVTODIA.
       FD  DATA-MOVTO.
           MOVE FL-VALOR         TO GD-VALOR.
           MOVE FL-CONTA-DESTINO TO GD-CONTA-DESTINO.
           MOVE ZEROS            TO GD-AGENCIA.
      *O DEBITO DE PARCELA DO EMPRESTIMOCOBRA ESTACIONA COM O
      *OPERADOR RESERVADO "EMPREST": SAI MARCADO COM A ORIGEM "E".
           IF FL-OPERADOR = "EMPREST"
               MOVE "E"          TO GD-ORIGEM
           ELSE
               MOVE SPACE        TO GD-ORIGEM
           END-IF.
           WRITE REG-MOVTO-GERADO.
           ADD 1 TO WRK-QTD-LIBERADOS.
           COMPUTE WRK-HASH-VALOR =
           MOVE GD-VALOR          TO MV-VALOR.
           MOVE GD-CONTA-DESTINO  TO MV-CONTA-DESTINO.
           MOVE GD-AGENCIA        TO MV-AGENCIA.
           MOVE GD-ORIGEM         TO MV-ORIGEM.
           WRITE REG-MOVTO.
           ADD 1 TO WRK-QTD-ANEXADOS.
           PERFORM 1490-LER-GERADO.
