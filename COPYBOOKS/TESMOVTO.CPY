      *TESMOVTO - LAYOUT DO MOVIMENTO DO COFRE DA AGENCIA
      *(TESMOVTO.DAT), GRAVADO PELO TESOURARIA A CADA LANCAMENTO.
      *O FECHAMENTOCAIXA SOMA OS SUPRIMENTOS E RECOLHIMENTOS NA
      *GAVETA DE CADA CAIXA, O FECHATESOURARIA PROVA O COFRE E O
      *CONTABIL LEVA OS PARES AO RAZAO (ORIGEM "N").
       01  REG-TES-MOVTO.
           05  TM-DATA               PICTURE 9(8).
           05  TM-DATA-HORA          PICTURE 9(14).
           05  TM-AGENCIA            PICTURE 9(3).
      *"I" IMPLANTACAO DO COFRE (SO REGISTRO, NAO MOVE SALDO), "S"
      *SUPRIMENTO DO COFRE AO CAIXA NA ABERTURA, "R" RECOLHIMENTO DO
      *CAIXA AO COFRE NO FECHAMENTO, "E" REMESSA DO COFRE PARA A
      *TRANSPORTADORA DE VALORES E "T" REMESSA RECEBIDA DELA.
           05  TM-TIPO               PICTURE X(1).
               88  TM-IMPLANTACAO             VALUE "I".
               88  TM-SUPRIMENTO              VALUE "S".
               88  TM-RECOLHIMENTO            VALUE "R".
               88  TM-REMESSA-ENVIADA         VALUE "E".
               88  TM-REMESSA-RECEBIDA        VALUE "T".
           05  TM-VALOR              PICTURE 9(11)V99.
      *CAIXA SUPRIDO OU QUE RECOLHEU; BRANCOS NA REMESSA.
           05  TM-CAIXA              PICTURE X(8).
      *NUMERO DA GUIA DA TRANSPORTADORA NA REMESSA; BRANCOS NO RESTO.
           05  TM-GUIA               PICTURE X(10).
           05  TM-OPERADOR           PICTURE X(8).
