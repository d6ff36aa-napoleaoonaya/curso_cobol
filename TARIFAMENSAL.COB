           SELECT MEDIAS  ASSIGN TO "MEDIAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MEDIAS.
      *A TARIFA COBRADA E COMUNICADA AO CLIENTE: O EVENTO VAI PARA O
      *CORRESPEVT.DAT E A CARTA SAI NO CORRESPONDENCIA.
           SELECT EVENTO-CLI  ASSIGN TO "CORRESPEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EVENTO.
           SELECT CLASSIFICACAO  ASSIGN TO "TARSORT.TMP".
       DATA                            DIVISION.
       FILE SECTION.
           05  LT-OPERADOR           PICTURE X(8).
           05  LT-AGENCIA            PICTURE 9(3).
           05  LT-ESTORNADO          PICTURE X(1).
           05  LT-APROVADOR          PICTURE X(8).
      *TARIFA.DAT E O CARTAO DE PARAMETROS DA TARIFA DE MANUTENCAO:
      *VALOR COBRADO E PISO DE SALDO MEDIO QUE ISENTA A COBRANCA.
       FD  TARIFA-PARM.
       01  REG-MEDIA.
           05  MD-CONTA            PICTURE 9(6).
           05  MD-MEDIA            PICTURE S9(7)V99.
       FD  EVENTO-CLI.
           COPY EVENTOCLI.
       SD  CLASSIFICACAO.
       01  REG-CLASS.
           05  CL-CONTA            PICTURE 9(6).
      *CONTA INTERNA, NAO E CLIENTE - NAO PAGA TARIFA DE MANUTENCAO,
      *SENAO NUNCA PROVARIA CONTRA A CAMARA.
       01  WRK-CONTA-LIQUIDACAO PICTURE 9(6) VALUE 999997.
      *A CONTA DE LIQUIDACAO DA REDE DE CARTOES (AUTORIZACARTAO)
      *TAMBEM E INTERNA E FICA FORA PELO MESMO MOTIVO.
       01  WRK-CONTA-LIQ-CARTAO PICTURE 9(6) VALUE 999991.
       01  WRK-ANO-MES-ANTERIOR PICTURE 9(6) VALUE ZERO.
       01  WRK-ANO              PICTURE 9(4) VALUE ZERO.
       01  WRK-MES              PICTURE 9(2) VALUE ZERO.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-TARIFA-REL PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-MEDIAS     PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-EVENTO     PICTURE X(2) VALUE SPACES.
       01  WS-FIM-POSICOES      PICTURE X    VALUE "N".
           88  FIM-POSICOES                   VALUE "S".
       01  WS-FIM-CLASS         PICTURE X    VALUE "N".
           IF WS-STATUS-SUSPENSO = "35"
               OPEN OUTPUT SUSPENSO
           END-IF.
           OPEN EXTEND EVENTO-CLI.
           IF WS-STATUS-EVENTO = "35"
               OPEN OUTPUT EVENTO-CLI
           END-IF.
           OPEN INPUT MEDIAS.
           PERFORM 4900-LER-MEDIA.
           MOVE LOW-VALUES TO CM-CONTA.
           CLOSE MEDIAS.
           CLOSE LOG-TARIFA.
           CLOSE SUSPENSO.
           CLOSE EVENTO-CLI.
           CLOSE CONTA-MASTER.

       4100-TARIFAR-CONTA.
           EVALUATE TRUE
               WHEN CM-CONTA = WRK-CONTA-LIQUIDACAO
                   CONTINUE
               WHEN CM-CONTA = WRK-CONTA-LIQ-CARTAO
                   CONTINUE
               WHEN CM-ENCERRADA
                   CONTINUE
               WHEN CM-DORMENTE
           MOVE "BATCH"              TO LT-OPERADOR.
           MOVE CM-AGENCIA           TO LT-AGENCIA.
           MOVE "N"                  TO LT-ESTORNADO.
           MOVE SPACES               TO LT-APROVADOR.
           WRITE REG-LOG-TARIFA.
           MOVE WRK-DATA-MOVTO       TO SU-DATA-REJEICAO.
           MOVE CM-CONTA             TO SU-CONTA.
           MOVE "BATCH"              TO LT-OPERADOR.
           MOVE CM-AGENCIA           TO LT-AGENCIA.
           MOVE "N"                  TO LT-ESTORNADO.
           MOVE SPACES               TO LT-APROVADOR.
           MOVE WRK-DATA-MOVTO       TO CM-DATA-ULT-MOVTO.
           REWRITE REG-CONTA-MASTER.
           WRITE REG-LOG-TARIFA.
               WRK-MEDIA-DP
               DELIMITED BY SIZE INTO LINHA-TARIFA.
           WRITE LINHA-TARIFA.
           PERFORM 4600-GRAVAR-EVENTO-CLI.

      *A REFERENCIA LEVA O MES DO SALDO MEDIO QUE NAO ISENTOU.
       4600-GRAVAR-EVENTO-CLI.
           MOVE FUNCTION CURRENT-DATE (1:14) TO EC-DATA-HORA.
           MOVE WRK-DATA-MOVTO   TO EC-DATA-HORA (1:8).
           MOVE "TA"             TO EC-TIPO.
           MOVE CM-CONTA         TO EC-CONTA.
           MOVE CM-CPF           TO EC-CPF.
           MOVE CM-NOME          TO EC-NOME.
           MOVE CM-AGENCIA       TO EC-AGENCIA.
           MOVE WRK-VALOR-TARIFA TO EC-VALOR.
           MOVE SPACES           TO EC-REFERENCIA.
           STRING WRK-ANO-MES-ANTERIOR (5:2) "/"
               WRK-ANO-MES-ANTERIOR (1:4)
               DELIMITED BY SIZE INTO EC-REFERENCIA.
           MOVE "TARIFA DE MANUTENCAO DE CONTA" TO EC-DETALHE.
           MOVE "TARIFAMENSAL"   TO EC-PROGRAMA.
           WRITE REG-EVENTO-CLI.

      *O TESTE DE FILE STATUS COBRE ERRO PERMANENTE DE I-O, QUE NAO
      *LEVANTA O AT END - SEM ELE A VARREDURA FICARIA EM LACO.
