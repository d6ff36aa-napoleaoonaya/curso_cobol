      *POSCAIXA - LAYOUT DA POSICAO DE FECHAMENTO POR CAIXA
      *(POSCAIXA.DAT): UMA LINHA POR OPERADOR FECHADO NO
      *FECHAMENTOCAIXA DA DATA, COM A AGENCIA DO COFRE QUE O SUPRIU.
      *E A ENTRADA DA PROVA DO COFRE NO FECHATESOURARIA.
       01  REG-POS-CAIXA.
           05  PX-DATA               PICTURE 9(8).
           05  PX-OPERADOR           PICTURE X(8).
      *AGENCIA DO COFRE QUE SUPRIU OU RECEBEU O RECOLHIMENTO DO
      *CAIXA; ZEROS = CAIXA SEM MOVIMENTO DE COFRE NA DATA.
           05  PX-AGENCIA            PICTURE 9(3).
           05  PX-SUPRIMENTO         PICTURE S9(9)V99.
           05  PX-DEPOSITOS          PICTURE S9(9)V99.
           05  PX-SAQUES             PICTURE S9(9)V99.
      *ESPERADO NA GAVETA NA CONTAGEM: SUPRIMENTO + DEPOSITOS -
      *SAQUES.
           05  PX-ESPERADO           PICTURE S9(9)V99.
           05  PX-TEM-DECLARACAO     PICTURE X(1).
           05  PX-DECLARADO          PICTURE S9(9)V99.
           05  PX-RECOLHIDO          PICTURE S9(9)V99.
