               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-STATUS-CONTA.
      *O BLOQUEIO JUDICIAL INCLUIDO E COMUNICADO AO CLIENTE: O EVENTO
      *VAI PARA O CORRESPEVT.DAT E A CARTA SAI NO CORRESPONDENCIA DO
      *LOTE NOTURNO.
           SELECT EVENTO-CLI  ASSIGN TO "CORRESPEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EVENTO.
           SELECT SESSAO  ASSIGN TO "OPERSESSAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.
      *CARTAO DE JANELA DE LOTE: O BLOQUEIOS.DAT E LIDO PELO
      *LANCAMENTO E O CORRESPEVT.DAT E REGRAVADO PELO CORRESPONDENCIA
      *NO LOTE - EVENTO GRAVADO COM A CADEIA EM CURSO SE PERDERIA.
      *INCLUSAO E BAIXA SO COM A JANELA FECHADA (MESMA REGRA DO
      *MANUTENCAOSTATUS); A LISTAGEM SO LE E RODA A QUALQUER HORA.
           SELECT JANELA-LOTE  ASSIGN TO "JANELALOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JANELA.
       DATA                            DIVISION.
       FILE SECTION.
       FD  BLOQUEIOS.
       01  REG-BLOQUEIO-NOVO   PICTURE X(46).
       FD  CONTA-MASTER.
           COPY CONTACLI.
       FD  EVENTO-CLI.
           COPY EVENTOCLI.
       FD  SESSAO.
       01  REG-SESSAO.
           05  SS-OPERADOR      PICTURE X(8).
           05  SS-NIVEL         PICTURE 9(1).
       FD  JANELA-LOTE.
       01  REG-JANELA-LOTE.
           05  JN-DATA          PICTURE 9(8).
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E A MANUTENCAO DOS BLOQUEIOS JUDICIAIS PARCIAIS
      *(BLOQUEIOS.DAT): INCLUI O BLOQUEIO DE UM VALOR COM A
       01  WRK-DATA-FIM     PICTURE 9(8)  VALUE ZERO.
       01  WRK-VALOR-DP     PICTURE Z.ZZZ.Z99,99.
       01  WRK-QTD-LISTADOS PICTURE 9(3)  VALUE ZERO.
       01  WRK-NOME         PICTURE X(20) VALUE SPACES.
       01  WRK-CPF          PICTURE X(11) VALUE SPACES.
       01  WRK-AGENCIA      PICTURE 9(3)  VALUE ZERO.
       01  WRK-NIVEL        PICTURE 9(1)  VALUE 1.
       01  WS-STATUS-SESSAO PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-BLOQUEIOS PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-BLOQ-NOVO PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CONTA     PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-EVENTO    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-JANELA    PICTURE X(2) VALUE SPACES.
       01  WS-JANELA-ABERTA PICTURE X    VALUE "N".
           88  JANELA-ABERTA              VALUE "S".
       01  WS-FIM-BLOQUEIOS PICTURE X    VALUE "N".
           88  FIM-BLOQUEIOS              VALUE "S".
       01  WS-FIM-BLOQ-NOVO PICTURE X    VALUE "N".
           MOVE "N"  TO WS-BAIXADO.
           MOVE "N"  TO WS-CONTA-ACHADA.
           MOVE ZERO TO WRK-QTD-LISTADOS.
           MOVE "N"  TO WS-JANELA-ABERTA.
           PERFORM 0100-LER-SESSAO.
           PERFORM 0150-TESTAR-JANELA.
           IF WRK-NIVEL < 2
               DISPLAY "BLOQUEIOS JUDICIAIS RESTRITOS AO "
                   "SUPERVISOR - FACA O SIGN-ON COM NIVEL 2."
               PERFORM 1000-ESCOLHER-ACAO
               EVALUATE WRK-ACAO
                   WHEN 1
                       IF JANELA-ABERTA
                           PERFORM 0200-AVISAR-JANELA
                       ELSE
                           PERFORM 2000-INCLUIR-BLOQUEIO
                       END-IF
                   WHEN 2
                       IF JANELA-ABERTA
                           PERFORM 0200-AVISAR-JANELA
                       ELSE
                           PERFORM 3000-BAIXAR-BLOQUEIO
                       END-IF
                   WHEN 3
                       PERFORM 4000-LISTAR-BLOQUEIOS
                   WHEN OTHER
               CLOSE SESSAO
           END-IF.

       0150-TESTAR-JANELA.
           OPEN INPUT JANELA-LOTE.
           IF WS-STATUS-JANELA NOT = "35"
               SET JANELA-ABERTA TO TRUE
               CLOSE JANELA-LOTE
           END-IF.

       0200-AVISAR-JANELA.
           DISPLAY "LOTE NOTURNO EM CURSO - INCLUSAO E BAIXA DE "
               "BLOQUEIO SO PODEM RODAR COM A JANELA DE LOTE "
               "FECHADA.".

       1000-ESCOLHER-ACAO.
           DISPLAY "MANUTENCAO DE BLOQUEIOS JUDICIAIS PARCIAIS".
           DISPLAY "1 - INCLUIR BLOQUEIO".
                       CONTINUE
                   NOT INVALID KEY
                       SET CONTA-ACHADA TO TRUE
                       MOVE CM-NOME    TO WRK-NOME
                       MOVE CM-CPF     TO WRK-CPF
                       MOVE CM-AGENCIA TO WRK-AGENCIA
                       DISPLAY "CONTA " CM-CONTA " - " CM-NOME
               END-READ
               CLOSE CONTA-MASTER
           MOVE WRK-DATA-FIM    TO BQ-DATA-FIM.
           WRITE REG-BLOQUEIO.
           CLOSE BLOQUEIOS.
           PERFORM 2300-GRAVAR-EVENTO-CLI.

       2300-GRAVAR-EVENTO-CLI.
           OPEN EXTEND EVENTO-CLI.
           IF WS-STATUS-EVENTO = "35"
               OPEN OUTPUT EVENTO-CLI
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:14) TO EC-DATA-HORA.
           MOVE "BJ"            TO EC-TIPO.
           MOVE WRK-CONTA       TO EC-CONTA.
           MOVE WRK-CPF         TO EC-CPF.
           MOVE WRK-NOME        TO EC-NOME.
           MOVE WRK-AGENCIA     TO EC-AGENCIA.
           MOVE WRK-VALOR       TO EC-VALOR.
           MOVE WRK-PROCESSO    TO EC-REFERENCIA.
           MOVE SPACES          TO EC-DETALHE.
           IF WRK-DATA-FIM = ZERO
               MOVE "BLOQUEIO SEM PRAZO" TO EC-DETALHE
           ELSE
               STRING "VIGENTE ATE " WRK-DATA-FIM (7:2) "/"
                   WRK-DATA-FIM (5:2) "/" WRK-DATA-FIM (1:4)
                   DELIMITED BY SIZE INTO EC-DETALHE
           END-IF.
           MOVE "MANUTENCAOBLOQUEIO" TO EC-PROGRAMA.
           WRITE REG-EVENTO-CLI.
           CLOSE EVENTO-CLI.

      *A BAIXA REGRAVA O ARQUIVO SEM O BLOQUEIO CUMPRIDO, PELO
      *ARQUIVO DE TRABALHO BLOQNOVO.TMP (MESMO RITO DO SUSPENSO NO
