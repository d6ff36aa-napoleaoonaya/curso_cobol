           END-IF.
           PERFORM 2950-LER-SUSPENSO.

      *A PARCELA DE EMPRESTIMO POSTADA PELO LOTE SAI COM A ORIGEM
      *"E" E O OPERADOR "BATCH" (A LIBERACAO NO BALCAO TAMBEM E "E",
      *MAS COM O OPERADOR LOGADO): ESTA NO MOVTOACEITO E ENTRA NO
      *BALANCO COMO O RESTO DO LOTE.
       2300-LIBERAR-LOG.
           IF (LG-ORIGEM = "B"
               OR (LG-ORIGEM = "E" AND LG-OPERADOR = "BATCH"))
               AND LG-DATA-HORA (1:8) = WRK-DATA-MOVTO
               ADD 1 TO WRK-SEQ-ENTRADA
               MOVE WRK-SEQ-ENTRADA TO CL-SEQ
               MOVE LG-CONTA        TO CL-CONTA
