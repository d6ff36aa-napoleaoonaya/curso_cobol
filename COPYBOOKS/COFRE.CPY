      *COFRE - LAYOUT DO COFRE DA AGENCIA (TESOURARIA.DAT,
      *INDEXADO POR AGENCIA): IMPLANTADO PELO SUPERVISOR NO
      *TESOURARIA COM O SALDO DE ABERTURA E O LIMITE SEGURADO. CADA
      *SUPRIMENTO, RECOLHIMENTO E REMESSA DA TRANSPORTADORA MOVE O
      *TS-SALDO NA HORA E VAI PARA O TESMOVTO.DAT; O FECHATESOURARIA
      *DO LOTE PROVA O COFRE CONTRA OS CAIXAS E VIRA O SALDO DE
      *ABERTURA DO DIA SEGUINTE.
       01  REG-TESOURARIA.
           05  TS-AGENCIA            PICTURE 9(3).
      *SALDO DO COFRE NA ABERTURA DA DATA-MOVIMENTO EM CURSO.
           05  TS-SALDO-ABERTURA     PICTURE S9(11)V99.
      *SALDO CORRENTE: ABERTURA MAIS O MOVIMENTO JA LANCADO NO DIA.
           05  TS-SALDO              PICTURE S9(11)V99.
      *LIMITE DA APOLICE DE SEGURO DO COFRE: SALDO ACIMA DELE SAI
      *SINALIZADO NA HORA E NA PROVA DO FECHAMENTO. ZERO = SEM LIMITE
      *INFORMADO.
           05  TS-LIMITE-SEGURADO    PICTURE 9(11)V99.
      *DATA DA ULTIMA PROVA E O SALDO DE ABERTURA QUE ELA USOU: NA
      *REEXECUCAO DO FECHAMENTO DA MESMA DATA A PROVA PARTE DELE DE
      *NOVO, E NAO DO SALDO JA VIRADO PARA O DIA SEGUINTE.
           05  TS-DATA-FECHAMENTO    PICTURE 9(8).
           05  TS-ABERTURA-FECHADA   PICTURE S9(11)V99.
