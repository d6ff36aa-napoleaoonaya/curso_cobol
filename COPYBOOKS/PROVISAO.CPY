      *PROVISAO - LAYOUT DA CLASSIFICACAO DE RISCO DO CHEQUE ESPECIAL
      *(PROVISAO.DAT, INDEXADO POR CONTA): O PROVISAOPDD REFAZ TODA
      *NOITE OS DIAS DE ATRASO DA CONTA NEGATIVA A PARTIR DAS
      *POSICOES DE FECHAMENTO, O NIVEL DE RISCO (AA A H) E A PROVISAO
      *EXIGIDA PELO PERCENTUAL DO NIVEL NO PDDPAR.DAT. O FECHAMENTOMES
      *TOTALIZA POR AGENCIA E LISTA O NIVEL H PARA BAIXA A PREJUIZO.
      *CONTA QUE VOLTOU AO POSITIVO FICA COM O NIVEL EM BRANCO E A
      *PROVISAO ZERADA (A REVERSAO SAI NO MOVIMENTO DO DIA).
       01  REG-PROVISAO.
           05  PV-CONTA              PICTURE 9(6).
           05  PV-AGENCIA            PICTURE 9(3).
           05  PV-DATA-REFERENCIA    PICTURE 9(8).
           05  PV-SALDO              PICTURE S9(7)V99.
           05  PV-LIMITE             PICTURE S9(7)V99.
      *ATRASO: DIAS CORRIDOS DESDE O PRIMEIRO FECHAMENTO DA SEQUENCIA
      *ATUAL COM O SALDO ALEM DO LIMITE CONTRATADO (SEM LIMITE,
      *QUALQUER SALDO NEGATIVO). NEGATIVA DENTRO DO LIMITE = ZERO DIAS.
           05  PV-DATA-INICIO-ATRASO PICTURE 9(8).
           05  PV-DIAS-ATRASO        PICTURE 9(5).
           05  PV-NIVEL              PICTURE X(2).
               88  PV-NIVEL-H                     VALUE "H ".
           05  PV-PCT-PROVISAO       PICTURE 9(3)V99.
           05  PV-VALOR-PROVISAO     PICTURE 9(9)V99.
      *PROVISAO DA RODADA ANTERIOR A DATA DE REFERENCIA: BASE DO
      *MOVIMENTO DO DIA, PRESERVADA NUMA RETOMADA DA MESMA DATA.
           05  PV-VALOR-ANTERIOR     PICTURE 9(9)V99.
      *DATA EM QUE A CONTA CHEGOU AO NIVEL H (ZEROS FORA DELE).
           05  PV-DATA-NIVEL-H       PICTURE 9(8).
