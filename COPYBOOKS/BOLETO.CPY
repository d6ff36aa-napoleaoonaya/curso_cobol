      *BOLETO - LAYOUT DO CADASTRO DE BOLETOS DA COBRANCA DA ESCOLA
      *(BOLETOS.DAT, INDEXADO PELO NOSSO NUMERO). O BOLETOESCOLA
      *REGISTRA NO FECHAMENTO DO MES UM BOLETO POR ALUNO SEM CONTA DE
      *RESPONSAVEL NO BANCO (QUEM TEM CONTA SEGUE NO DEBITO DO
      *MENSALIDADE); O RETORNOCNAB BAIXA O BOLETO PAGO PELO ARQUIVO DE
      *RETORNO DA CAMARA E CREDITA A CONTA DA ESCOLA.
       01  REG-BOLETO.
      *NOSSO NUMERO = COMPETENCIA (AAAAMM) + MATRICULA: UM BOLETO POR
      *ALUNO POR MES - UMA SEGUNDA EMISSAO NO MESMO MES BATE NA CHAVE.
           05  BL-NOSSO-NUMERO.
               10  BL-COMPETENCIA    PICTURE 9(6).
               10  BL-MATRICULA      PICTURE 9(5).
           05  BL-DV-NOSSO-NUMERO    PICTURE 9(1).
           05  BL-NOME-ALUNO         PICTURE X(20).
           05  BL-TURMA              PICTURE X(6).
           05  BL-CONTA-ESCOLA       PICTURE 9(6).
           05  BL-DATA-EMISSAO       PICTURE 9(8).
           05  BL-DATA-VENCIMENTO    PICTURE 9(8).
           05  BL-VALOR              PICTURE 9(7)V99.
      *ENCARGOS DE ATRASO GRAVADOS NA EMISSAO (COBRANCAPAR.DAT DO
      *DIA): MULTA UNICA SOBRE O VALOR E JUROS DE MORA AO MES, PRO
      *RATA POR DIA CORRIDO (MES DE 30 DIAS).
           05  BL-PCT-MULTA          PICTURE 9(2)V99.
           05  BL-PCT-JUROS-MES      PICTURE 9(2)V99.
      *CODIGO DE BARRAS (44 POSICOES) E LINHA DIGITAVEL (47) NO
      *PADRAO FEBRABAN, MONTADOS NA EMISSAO.
           05  BL-CODIGO-BARRAS      PICTURE X(44).
           05  BL-LINHA-DIGITAVEL    PICTURE X(47).
           05  BL-STATUS             PICTURE X(1).
               88  BL-ABERTO                      VALUE "A".
               88  BL-PAGO                        VALUE "P".
      *LIQUIDACAO: DATA E VALOR PAGOS PELO SACADO, DATA-MOVIMENTO DO
      *CREDITO NA CONTA DA ESCOLA E O SEQUENCIAL DO REGISTRO NO
      *ARQUIVO DE RETORNO - O PAR DATA DO CREDITO + SEQUENCIAL
      *RECONHECE O MESMO RETORNO PASSADO DE NOVO NUMA RETOMADA.
           05  BL-DATA-PAGAMENTO     PICTURE 9(8).
           05  BL-VALOR-PAGO         PICTURE 9(7)V99.
           05  BL-DATA-CREDITO       PICTURE 9(8).
           05  BL-SEQ-RETORNO        PICTURE 9(6).
      *ULTIMO PAGAMENTO EM DUPLICIDADE CREDITADO: DATA DO CREDITO E
      *SEQUENCIAL NO RETORNO. O BOLETO CONTINUA COM A PRIMEIRA
      *LIQUIDACAO ACIMA; ESTE PAR E QUE RECONHECE, NUMA RETOMADA, A
      *DUPLICIDADE JA CREDITADA NA RODADA DERRUBADA.
           05  BL-DATA-CREDITO-DUP   PICTURE 9(8).
           05  BL-SEQ-RETORNO-DUP    PICTURE 9(6).
