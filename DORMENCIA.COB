           SELECT DORMENCIA-REL  ASSIGN TO "DORMENCIA.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DORMENCIA-REL.
      *A CONTA QUE DORME GERA O AVISO AO CLIENTE: O EVENTO VAI PARA O
      *CORRESPEVT.DAT E A CARTA SAI NO CORRESPONDENCIA.
           SELECT EVENTO-CLI  ASSIGN TO "CORRESPEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EVENTO.
       DATA                            DIVISION.
       FILE SECTION.
       FD  CONTA-MASTER.
           COPY DATAMOVTO.
       FD  DORMENCIA-REL.
       01  LINHA-DORMENCIA     PICTURE X(80).
       FD  EVENTO-CLI.
           COPY EVENTOCLI.
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E A VARREDURA MENSAL DE DORMENCIA EXIGIDA PELA
      *REGRA DE RECOLHIMENTO DO BANCO CENTRAL: CONTA ATIVA SEM
      *NENHUM - NAO DORME, SENAO O PROXIMO ACERTO COM A CAMARA
      *SERIA REJEITADO POR CONTA DORMENTE.
       01  WRK-CONTA-LIQUIDACAO PICTURE 9(6) VALUE 999997.
      *A CONTA DE LIQUIDACAO DA REDE DE CARTOES (AUTORIZACARTAO)
      *TAMBEM E INTERNA E NAO DORME.
       01  WRK-CONTA-LIQ-CARTAO PICTURE 9(6) VALUE 999991.
       01  WRK-MESES-LIMITE     PICTURE 9(3) VALUE ZERO.
       01  WRK-DATA-CORTE       PICTURE 9(8) VALUE ZERO.
       01  WRK-ANO              PICTURE 9(4) VALUE ZERO.
       01  WS-STATUS-DORMENCIA  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DORMENCIA-REL PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-EVENTO     PICTURE X(2) VALUE SPACES.
       01  WS-FIM-CONTAS        PICTURE X    VALUE "N".
           88  FIM-CONTAS                     VALUE "S".
       01  WS-SEM-PARAMETRO     PICTURE X    VALUE "N".
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND EVENTO-CLI.
           IF WS-STATUS-EVENTO = "35"
               OPEN OUTPUT EVENTO-CLI
           END-IF.
           MOVE LOW-VALUES TO CM-CONTA.
           START CONTA-MASTER KEY IS NOT LESS THAN CM-CONTA
               INVALID KEY
           ADD 1 TO WRK-QTD-VARRIDAS.
           IF CM-ATIVA AND CM-DATA-ULT-MOVTO < WRK-DATA-CORTE
               AND CM-CONTA NOT = WRK-CONTA-LIQUIDACAO
               AND CM-CONTA NOT = WRK-CONTA-LIQ-CARTAO
               PERFORM 2100-TORNAR-DORMENTE
           END-IF.
           PERFORM 2900-LER-CONTA.
               " ULTIMO MOVTO " CM-DATA-ULT-MOVTO
               DELIMITED BY SIZE INTO LINHA-DORMENCIA.
           WRITE LINHA-DORMENCIA.
           PERFORM 2200-GRAVAR-EVENTO-CLI.

       2200-GRAVAR-EVENTO-CLI.
           MOVE FUNCTION CURRENT-DATE (1:14) TO EC-DATA-HORA.
           MOVE WRK-DATA-MOVTO   TO EC-DATA-HORA (1:8).
           MOVE "DO"             TO EC-TIPO.
           MOVE CM-CONTA         TO EC-CONTA.
           MOVE CM-CPF           TO EC-CPF.
           MOVE CM-NOME          TO EC-NOME.
           MOVE CM-AGENCIA       TO EC-AGENCIA.
           MOVE ZEROS            TO EC-VALOR.
           MOVE SPACES           TO EC-REFERENCIA.
           MOVE CM-STATUS-MOTIVO TO EC-DETALHE.
           MOVE "DORMENCIA"      TO EC-PROGRAMA.
           WRITE REG-EVENTO-CLI.

      *O TESTE DE FILE STATUS COBRE ERRO PERMANENTE DE I-O, QUE NAO
      *LEVANTA O AT END - SEM ELE A VARREDURA FICARIA EM LACO.
           CLOSE DORMENCIA-REL.
           IF NOT SEM-PARAMETRO
               CLOSE CONTA-MASTER
               CLOSE EVENTO-CLI
           END-IF.
           DISPLAY "DORMENCIA: " WRK-QTD-DORMENTES
               " CONTA(S) DORMENTE(S) - VER DORMENCIA.PRT".
