           SELECT COMPENSA-REL  ASSIGN TO "COMPENSA.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMPENSA-REL.
      *O BLOQUEIO NA SEGUNDA DEVOLUCAO TEM DE SER COMUNICADO AO
      *CLIENTE: O EVENTO VAI PARA O CORRESPEVT.DAT E A CARTA SAI NO
      *CORRESPONDENCIA.
           SELECT EVENTO-CLI  ASSIGN TO "CORRESPEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EVENTO.
       DATA                            DIVISION.
       FILE SECTION.
       FD  CONTA-MASTER.
           COPY CONTROLE.
       FD  COMPENSA-REL.
       01  LINHA-COMPENSA      PICTURE X(80).
       FD  EVENTO-CLI.
           COPY EVENTOCLI.
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E A COMPENSACAO NOTURNA DE CHEQUES: PARA CADA
      *FOLHA APRESENTADA NO COMPENSA.DAT, CONFERE O REGISTRO DE
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CONTROLE   PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-COMPENSA-REL PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-EVENTO     PICTURE X(2) VALUE SPACES.
       01  WS-FIM-COMPENSA      PICTURE X    VALUE "N".
           88  FIM-COMPENSA                   VALUE "S".
       01  WS-FIM-BLOQUEIOS     PICTURE X    VALUE "N".
               IF WS-STATUS-LOG = "35"
                   OPEN OUTPUT LOG-MOVTO
               END-IF
               OPEN EXTEND EVENTO-CLI
               IF WS-STATUS-EVENTO = "35"
                   OPEN OUTPUT EVENTO-CLI
               END-IF
               OPEN OUTPUT COMPENSA-REL
               MOVE SPACES TO LINHA-COMPENSA
               STRING "COMPENSACAO DE CHEQUES - DATA " WRK-DATA-MOVTO
           MOVE "BATCH"              TO LG-OPERADOR.
           MOVE CM-AGENCIA           TO LG-AGENCIA.
           MOVE "N"                  TO LG-ESTORNADO.
           MOVE SPACES               TO LG-APROVADOR.
           WRITE REG-LOG-MOVTO.

      *A DEVOLUCAO MARCA A FOLHA, COBRA A TARIFA DE DEVOLUCAO (O
           MOVE "BATCH"              TO LG-OPERADOR.
           MOVE CM-AGENCIA           TO LG-AGENCIA.
           MOVE "N"                  TO LG-ESTORNADO.
           MOVE SPACES               TO LG-APROVADOR.
           WRITE REG-LOG-MOVTO.

      *AS DEVOLUCOES DA CONTA SAO CONTADAS NO PROPRIO REGISTRO DE
           WRITE LINHA-COMPENSA.
           DISPLAY "CONTA " CP-CONTA " BLOQUEADA APOS A SEGUNDA "
               "DEVOLUCAO DE CHEQUE.".
           PERFORM 4400-GRAVAR-EVENTO-CLI.

      *A REFERENCIA LEVA O NUMERO DA FOLHA QUE CAUSOU O BLOQUEIO.
       4400-GRAVAR-EVENTO-CLI.
           MOVE FUNCTION CURRENT-DATE (1:14) TO EC-DATA-HORA.
           MOVE WRK-DATA-MOVTO   TO EC-DATA-HORA (1:8).
           MOVE "DC"             TO EC-TIPO.
           MOVE CM-CONTA         TO EC-CONTA.
           MOVE CM-CPF           TO EC-CPF.
           MOVE CM-NOME          TO EC-NOME.
           MOVE CM-AGENCIA       TO EC-AGENCIA.
           MOVE CP-VALOR         TO EC-VALOR.
           MOVE SPACES           TO EC-REFERENCIA.
           MOVE CP-NUMERO        TO EC-REFERENCIA (1:6).
           MOVE WRK-MOTIVO       TO EC-DETALHE.
           MOVE "COMPENSACHEQUE" TO EC-PROGRAMA.
           WRITE REG-EVENTO-CLI.

       9000-ENCERRAR.
           COMPUTE WRK-QTD-REJEITADOS =
               CLOSE CONTA-MASTER
               CLOSE CHEQUES
               CLOSE LOG-MOVTO
               CLOSE EVENTO-CLI
           END-IF.
           DISPLAY "COMPENSACHEQUE: " WRK-QTD-PAGOS " PAGO(S), "
               WRK-QTD-DEVOLVIDOS " DEVOLVIDO(S), "
