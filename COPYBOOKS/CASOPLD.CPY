      *CASOPLD - LAYOUT DOS CASOS DE PREVENCAO A LAVAGEM DE DINHEIRO
      *(PLDCASOS.DAT, INDEXADO POR DATA + SEQUENCIA): O MONITORPLD
      *ABRE O CASO PENDENTE QUANDO UMA REGRA DO PLDPAR.DAT DISPARA, O
      *COMPLIANCE CONFIRMA OU DESCARTA NO ANALISEPLD, E O CASO
      *CONFIRMADO SAI NA COMUNICACAO AO COAF (COAF.DAT) DO LOTE
      *SEGUINTE, FICANDO COMO COMUNICADO.
       01  REG-CASO-PLD.
           05  CS-CHAVE.
               10  CS-DATA           PICTURE 9(8).
               10  CS-SEQ            PICTURE 9(5).
           05  CS-CONTA              PICTURE 9(6).
           05  CS-CPF                PICTURE X(11).
           05  CS-NOME               PICTURE X(20).
           05  CS-AGENCIA            PICTURE 9(3).
      *REGRA QUE DISPAROU: "V" ESPECIE NO LIMITE OU ACIMA, "F"
      *DEPOSITOS FRACIONADOS LOGO ABAIXO DO LIMITE (NA CONTA OU NO
      *CPF), "N" TRANSFERENCIA GRANDE PARA CONTA RECEM-ABERTA, "D"
      *MOVIMENTO EM CONTA DORMENTE.
           05  CS-REGRA              PICTURE X(1).
               88  CS-REGRA-ESPECIE               VALUE "V".
               88  CS-REGRA-FRACIONADO            VALUE "F".
               88  CS-REGRA-CONTA-NOVA            VALUE "N".
               88  CS-REGRA-DORMENTE              VALUE "D".
           05  CS-VALOR              PICTURE 9(9)V99.
           05  CS-QTD                PICTURE 9(4).
           05  CS-DESCRICAO          PICTURE X(40).
           05  CS-STATUS             PICTURE X(1).
               88  CS-PENDENTE                    VALUE "P".
               88  CS-CONFIRMADO                  VALUE "C".
               88  CS-DESCARTADO                  VALUE "D".
               88  CS-COMUNICADO                  VALUE "E".
           05  CS-ANALISTA           PICTURE X(8).
           05  CS-DATA-DECISAO       PICTURE 9(8).
           05  CS-PARECER            PICTURE X(40).
           05  CS-DATA-COMUNICACAO   PICTURE 9(8).
