      *AGENCIA ZERADA: A CRITICA (VALIDAMOVTO) PREENCHE COM A
      *AGENCIA DA CONTA, COMO EM QUALQUER ENTRADA SEM AGENCIA.
           05  GD-AGENCIA            PICTURE 9(3).
      *ORIGEM PASSADA AO MV-ORIGEM NA ANEXACAO ("E" = PARCELA DE
      *EMPRESTIMO). REGISTRO GRAVADO ANTES DO CAMPO LE EM BRANCO.
           05  GD-ORIGEM             PICTURE X(1).
