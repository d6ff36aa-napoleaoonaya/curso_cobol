      *CNAB400 - LAYOUT DO ARQUIVO DE RETORNO DE COBRANCA CNAB 400
      *(RETCNAB.DAT) RECEBIDO DA CAMARA: HEADER "0", UM DETALHE "1"
      *POR TITULO E TRAILER "9", REGISTROS DE 400 POSICOES. SO AS
      *POSICOES QUE A COBRANCA USA ESTAO NOMEADAS; DATAS NO FORMATO
      *DDMMAA DO PADRAO.
       01  REG-CNAB-HEADER.
           05  CN-H-TIPO             PICTURE X(1).
           05  CN-H-OPERACAO         PICTURE X(1).
           05  CN-H-LITERAL          PICTURE X(7).
           05  CN-H-SERVICO          PICTURE 9(2).
           05  CN-H-LIT-SERVICO      PICTURE X(15).
           05  CN-H-EMPRESA          PICTURE X(20).
           05  CN-H-NOME-EMPRESA     PICTURE X(30).
           05  CN-H-BANCO            PICTURE 9(3).
           05  CN-H-NOME-BANCO       PICTURE X(15).
           05  CN-H-DATA-GERACAO     PICTURE 9(6).
           05  FILLER                PICTURE X(294).
           05  CN-H-SEQUENCIAL       PICTURE 9(6).
       01  REG-CNAB-DETALHE.
           05  CN-D-TIPO             PICTURE X(1).
           05  CN-D-TIPO-INSCRICAO   PICTURE 9(2).
           05  CN-D-INSCRICAO        PICTURE 9(14).
           05  FILLER                PICTURE X(3).
           05  CN-D-EMPRESA          PICTURE X(17).
           05  CN-D-USO-EMPRESA      PICTURE X(25).
           05  FILLER                PICTURE X(8).
           05  CN-D-NOSSO-NUMERO     PICTURE 9(11).
           05  CN-D-DV-NOSSO-NUMERO  PICTURE 9(1).
           05  FILLER                PICTURE X(25).
           05  CN-D-CARTEIRA         PICTURE X(1).
      *OCORRENCIA: "06" LIQUIDACAO NORMAL E "17" LIQUIDACAO APOS
      *BAIXA SAO AS QUE TRAZEM DINHEIRO; AS DEMAIS SO INFORMAM.
           05  CN-D-OCORRENCIA       PICTURE 9(2).
               88  CN-D-LIQUIDACAO                VALUE 06 17.
           05  CN-D-DATA-OCORRENCIA  PICTURE 9(6).
           05  CN-D-NUMERO-DOCUMENTO PICTURE X(10).
           05  FILLER                PICTURE X(20).
           05  CN-D-VENCIMENTO       PICTURE 9(6).
           05  CN-D-VALOR-TITULO     PICTURE 9(11)V99.
           05  CN-D-BANCO-COBRADOR   PICTURE 9(3).
           05  CN-D-AGENCIA-COBRADORA PICTURE 9(5).
           05  FILLER                PICTURE X(2).
           05  CN-D-TARIFA           PICTURE 9(11)V99.
           05  FILLER                PICTURE X(65).
           05  CN-D-VALOR-PAGO       PICTURE 9(11)V99.
           05  CN-D-JUROS-MORA       PICTURE 9(11)V99.
           05  FILLER                PICTURE X(16).
           05  CN-D-DATA-CREDITO     PICTURE 9(6).
           05  FILLER                PICTURE X(93).
           05  CN-D-SEQUENCIAL       PICTURE 9(6).
       01  REG-CNAB-TRAILER.
           05  CN-T-TIPO             PICTURE X(1).
           05  CN-T-RETORNO          PICTURE X(1).
           05  CN-T-SERVICO          PICTURE 9(2).
           05  CN-T-BANCO            PICTURE 9(3).
           05  FILLER                PICTURE X(10).
           05  CN-T-QTD-TITULOS      PICTURE 9(8).
           05  CN-T-VALOR-TOTAL      PICTURE 9(12)V99.
           05  FILLER                PICTURE X(355).
           05  CN-T-SEQUENCIAL       PICTURE 9(6).
