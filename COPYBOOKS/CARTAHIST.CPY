      *CARTAHIST - LAYOUT DO HISTORICO DE CORRESPONDENCIA ENVIADA
      *(CORRESPHIST.DAT): UMA LINHA POR CARTA EMITIDA PELO
      *CORRESPONDENCIA, COM O NUMERO DA CARTA, O ENDERECO USADO E O
      *EVENTO QUE A ORIGINOU. SO CRESCE - E A PROVA PARA A AUDITORIA
      *DE QUE O CLIENTE FOI AVISADO, E QUANDO.
       01  REG-CARTA-HIST.
           05  HC-NUMERO-CARTA       PICTURE 9(8).
           05  HC-DATA-EMISSAO       PICTURE 9(8).
      *"P" POSTADA NO ENDERECO DO CADASTRO, "R" RETIDA NA AGENCIA
      *PORQUE O CLIENTE NAO TEM ENDERECO CADASTRADO.
           05  HC-SITUACAO           PICTURE X(1).
               88  HC-POSTADA                     VALUE "P".
               88  HC-RETIDA                      VALUE "R".
           05  HC-DESTINATARIO       PICTURE X(20).
           05  HC-ENDERECO           PICTURE X(30).
           05  HC-DATA-HORA-EVENTO   PICTURE 9(14).
           05  HC-TIPO               PICTURE X(2).
           05  HC-CONTA              PICTURE 9(6).
           05  HC-CPF                PICTURE X(11).
           05  HC-AGENCIA            PICTURE 9(3).
           05  HC-VALOR              PICTURE 9(7)V99.
           05  HC-REFERENCIA         PICTURE X(15).
           05  HC-DETALHE            PICTURE X(30).
           05  HC-PROGRAMA           PICTURE X(18).
