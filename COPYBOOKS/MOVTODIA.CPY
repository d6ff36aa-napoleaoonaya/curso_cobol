           05  MV-VALOR     PICTURE S9(7)V99.
      *MV-CONTA-DESTINO SO E USADO NA OPERACAO "T" (TRANSFERENCIA
      *ENTRE CONTAS): MV-CONTA E A ORIGEM DEBITADA E MV-CONTA-DESTINO
      *A CONTA CREDITADA. NO SAQUE ("S") DE PARCELA DE EMPRESTIMO
      *(EMPRESTIMOCOBRA) LEVA O NUMERO DO CONTRATO - A CRITICA
      *(VALIDAMOVTO) CONFERE QUE O CONTRATO E DESTA CONTA E NAO ESTA
      *LIQUIDADO, O LANCAMENTO O GRAVA NO LG-CONTA-REF, E ELE VOLTA
      *NO SU-CONTA-DESTINO QUANDO A PARCELA NAO PAGA. NAS DEMAIS
      *OPERACOES FICA COM ZEROS.
           05  MV-CONTA-DESTINO PICTURE 9(6).
      *AGENCIA QUE ORIGINOU O MOVIMENTO. ZERADA NA ENTRADA, A
      *CRITICA (VALIDAMOVTO) PREENCHE COM A AGENCIA DA CONTA;
      *PREENCHIDA E DIFERENTE DA AGENCIA DA CONTA, REJEITA.
           05  MV-AGENCIA   PICTURE 9(3).
      *ORIGEM DO MOVIMENTO GERADO PELO PROPRIO BANCO: "E" E O DEBITO
      *DE PARCELA DE EMPRESTIMO (EMPRESTIMOCOBRA, DRENADO DA FILA
      *PELO LIBERAFILA), QUE O LANCAMENTO REGISTRA COM A ORIGEM "E"
      *E NAO COMO SAQUE DO LOTE. EM BRANCO NO MOVIMENTO DA AGENCIA E
      *NOS DEMAIS (O ARQUIVO DA AGENCIA NEM TRAZ A POSICAO).
           05  MV-ORIGEM    PICTURE X(1).
