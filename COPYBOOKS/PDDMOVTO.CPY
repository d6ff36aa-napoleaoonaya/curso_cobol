      *PDDMOVTO - LAYOUT DO MOVIMENTO DIARIO DA PROVISAO PARA CREDITOS
      *DE LIQUIDACAO DUVIDOSA (PDDMOVTO.DAT): UM REGISTRO POR AGENCIA
      *COM O QUE A PROVISAO SUBIU (CONSTITUICAO) E DESCEU (REVERSAO)
      *NA DATA-MOVIMENTO. GRAVADO PELO PROVISAOPDD E LEVADO AO RAZAO
      *PELA INTERFACE CONTABIL.
       01  REG-PDD-MOVTO.
           05  PM-DATA               PICTURE 9(8).
           05  PM-AGENCIA            PICTURE 9(3).
           05  PM-CONSTITUICAO       PICTURE 9(11)V99.
           05  PM-REVERSAO           PICTURE 9(11)V99.
