      *EMPRESTIMO - LAYOUT DO CADASTRO DE CONTRATOS DE EMPRESTIMO
      *PESSOAL (EMPRESTIMO.DAT), CHAVEADO PELO NUMERO DO CONTRATO E
      *VINCULADO A CONTA CORRENTE DO CLIENTE (CM-CONTA), ONDE O
      *CREDITO E LIBERADO E AS PARCELAS SAO DEBITADAS. O CRONOGRAMA
      *DE PARCELAS (TABELA PRICE) FICA NO PARCEMPR.DAT.
       01  REG-EMPRESTIMO.
           05  EP-CONTRATO           PICTURE 9(6).
           05  EP-CONTA              PICTURE 9(6).
           05  EP-AGENCIA            PICTURE 9(3).
           05  EP-VALOR-PRINCIPAL    PICTURE 9(7)V99.
      *TAXA MENSAL EM FRACAO (0,0199 = 1,99% AO MES), NO MESMO
      *FORMATO DOS CARTOES DE TAXA DO LOTE.
           05  EP-TAXA-MES           PICTURE 9V9(4).
           05  EP-PRAZO              PICTURE 9(3).
           05  EP-DATA-CONTRATO      PICTURE 9(8).
           05  EP-DATA-PRIM-VENCTO   PICTURE 9(8).
           05  EP-VALOR-PARCELA      PICTURE 9(7)V99.
      *SALDO DEVEDOR: PRINCIPAL MENOS A AMORTIZACAO DAS PARCELAS JA
      *PAGAS. ZERA NA ULTIMA PARCELA PAGA.
           05  EP-SALDO-DEVEDOR      PICTURE 9(7)V99.
           05  EP-QTD-PAGAS          PICTURE 9(3).
      *ATRASO: QUANTIDADE DE PARCELAS VENCIDAS E NAO PAGAS E O VALOR
      *DELAS COM MULTA E JUROS DE MORA, REFEITOS A CADA NOITE PELO
      *EMPRESTIMODIARIO.
           05  EP-QTD-ATRASO         PICTURE 9(3).
           05  EP-VALOR-ATRASO       PICTURE 9(7)V99.
      *STATUS: "A" EM DIA, "T" COM PARCELA EM ATRASO, "L" LIQUIDADO
      *(TODAS AS PARCELAS PAGAS).
           05  EP-STATUS             PICTURE X(1).
               88  EP-EM-DIA                      VALUE "A".
               88  EP-EM-ATRASO                   VALUE "T".
               88  EP-LIQUIDADO                   VALUE "L".
           05  EP-OPERADOR           PICTURE X(8).
