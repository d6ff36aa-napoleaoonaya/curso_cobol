      *ORDEMENC - LAYOUT DAS ORDENS DE PAGAMENTO DE ENCERRAMENTO DE
      *CONTA PARA OUTRO BANCO (ENCREMESSA.DAT): O ENCERRACONTA JA
      *DEBITA O CLIENTE E CREDITA A CONTA DE LIQUIDACAO 999997 NA
      *HORA (A CONTA SAI ENCERRADA, O LOTE NAO PODERIA MAIS DEBITA-LA)
      *E SO ACRESCENTA A ORDEM AQUI. O INTERSAIDA DA NOITE LEVA AS
      *ORDENS DA DATA-MOVIMENTO PARA A REMESSA DA CAMARA
      *(TRANSFREM.DAT) JUNTO COM AS DIGITADAS NA AGENCIA.
       01  REG-ORDEM-ENC.
           05  OE-DATA               PICTURE 9(8).
           05  OE-BANCO-DESTINO      PICTURE 9(3).
           05  OE-AGENCIA-DESTINO    PICTURE 9(4).
           05  OE-CONTA-BENEF        PICTURE 9(10).
           05  OE-VALOR              PICTURE 9(7)V99.
           05  OE-CONTA              PICTURE 9(6).
           05  OE-OPERADOR           PICTURE X(8).
