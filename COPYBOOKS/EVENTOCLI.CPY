      *EVENTOCLI - LAYOUT DO ARQUIVO DE EVENTOS DE CORRESPONDENCIA
      *(CORRESPEVT.DAT): TODO PROGRAMA QUE PRATICA UM ATO QUE A NORMA
      *MANDA COMUNICAR AO CLIENTE GRAVA AQUI UM EVENTO, EM EXTEND. O
      *CORRESPONDENCIA DO LOTE NOTURNO CASA O EVENTO COM O ENDERECO
      *DO CLIENTES.DAT, IMPRIME A CARTA PELO MODELO DO CARTAS.DAT E
      *GUARDA O ENVIADO NO HISTORICO CORRESPHIST.DAT.
       01  REG-EVENTO-CLI.
           05  EC-DATA-HORA          PICTURE 9(14).
           05  EC-TIPO               PICTURE X(2).
               88  EC-DORMENCIA                   VALUE "DO".
               88  EC-DEVOLUCAO-CHEQUE            VALUE "DC".
               88  EC-BLOQUEIO-JUDICIAL           VALUE "BJ".
               88  EC-MUDANCA-STATUS              VALUE "ST".
               88  EC-TARIFA                      VALUE "TA".
           05  EC-CONTA              PICTURE 9(6).
           05  EC-CPF                PICTURE X(11).
           05  EC-NOME               PICTURE X(20).
           05  EC-AGENCIA            PICTURE 9(3).
           05  EC-VALOR              PICTURE 9(7)V99.
      *REFERENCIA DO ATO: PROCESSO JUDICIAL, NUMERO DO CHEQUE OU O
      *NOVO STATUS DA CONTA, CONFORME O TIPO.
           05  EC-REFERENCIA         PICTURE X(15).
           05  EC-DETALHE            PICTURE X(30).
           05  EC-PROGRAMA           PICTURE X(18).
