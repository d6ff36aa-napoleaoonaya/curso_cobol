      *CCSENVIO - LAYOUT DO REGISTRO DE EVENTOS ENVIADOS AO CCS
      *(CADASTRO DE CLIENTES DO SFN) - CCSENVIO.DAT, INDEXADO POR
      *TIPO DE EVENTO + IDENTIFICADOR. O CCSDIARIO SO COMUNICA O
      *EVENTO QUE AINDA NAO ESTA AQUI, ENTAO NADA SAI DUAS VEZES; A
      *REJEICAO DEVOLVIDA PELO REGULADOR (CCSREJ.DAT) MARCA O EVENTO
      *COMO REJEITADO E ELE FICA NO RELATORIO DE PENDENCIAS ATE O
      *CADASTRO SER CORRIGIDO, QUANDO E REENVIADO.
       01  REG-CCS-ENVIO.
           05  CE-CHAVE.
      *"I" INICIO E "F" FIM DE RELACIONAMENTO (POR CPF), "A"
      *ABERTURA E "E" ENCERRAMENTO DE CONTA (POR CONTA).
               10  CE-TIPO-EVENTO    PICTURE X(1).
                   88  CE-INICIO-RELAC            VALUE "I".
                   88  CE-FIM-RELAC               VALUE "F".
                   88  CE-ABERTURA-CONTA          VALUE "A".
                   88  CE-ENCERRAMENTO-CONTA      VALUE "E".
      *CPF NOS EVENTOS DE RELACIONAMENTO, NUMERO DA CONTA COM ZEROS A
      *ESQUERDA NOS EVENTOS DE CONTA.
               10  CE-IDENTIFICADOR  PICTURE X(11).
           05  CE-CPF                PICTURE X(11).
           05  CE-NOME               PICTURE X(20).
           05  CE-AGENCIA            PICTURE 9(3).
           05  CE-CONTA              PICTURE 9(6).
           05  CE-DATA-EVENTO        PICTURE 9(8).
      *REMESSA (DATA-MOVIMENTO DO CCS.DAT) E SEQUENCIAL DO DETALHE
      *NELA: E O QUE O REGULADOR DEVOLVE NA REJEICAO.
           05  CE-DATA-REMESSA       PICTURE 9(8).
           05  CE-SEQUENCIAL         PICTURE 9(6).
           05  CE-SITUACAO           PICTURE X(1).
               88  CE-ENVIADO                     VALUE "E".
               88  CE-REJEITADO                   VALUE "R".
           05  CE-DATA-REJEICAO      PICTURE 9(8).
           05  CE-CODIGO-ERRO        PICTURE X(4).
           05  CE-DESCRICAO-ERRO     PICTURE X(40).
