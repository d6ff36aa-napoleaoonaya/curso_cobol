               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-STATUS-CONTA.
      *A MUDANCA DE STATUS E COMUNICADA AO CLIENTE: O EVENTO VAI
      *PARA O CORRESPEVT.DAT E A CARTA SAI NO CORRESPONDENCIA DO LOTE
      *NOTURNO.
           SELECT EVENTO-CLI  ASSIGN TO "CORRESPEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EVENTO.
           SELECT SESSAO  ASSIGN TO "OPERSESSAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.
       FILE SECTION.
       FD  CONTA-MASTER.
           COPY CONTACLI.
       FD  EVENTO-CLI.
           COPY EVENTOCLI.
       FD  SESSAO.
       01  REG-SESSAO.
           05  SS-OPERADOR      PICTURE X(8).
           05  JN-DATA          PICTURE 9(8).
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA ALTERA O STATUS DE CICLO DE VIDA DE UMA CONTA
      *(ATIVA / BLOQUEADA / DORMENTE), GUARDANDO O MOTIVO E A DATA
      *DA ALTERACAO, E MANTEM O LIMITE CONTRATADO DO CHEQUE ESPECIAL.
      *O STATUS E IMPOSTO NA MOVIMENTACAO PELO SOMAESUBTRACAO E PELO
      *TODASOPERACOESMATEMATICAS. O ENCERRAMENTO SAIU DAQUI: COBRA,
      *CANCELA E PAGA O SALDO NO ENCERRACONTA (OPCAO 20 DO MENU), E A
      *CONTA ENCERRADA NAO VOLTA POR ESTE PROGRAMA.
       01  WRK-CONTA        PICTURE 9(6)  VALUE ZEROS.
       01  WRK-NOVO-STATUS  PICTURE X(1)  VALUE SPACE.
       01  WRK-MOTIVO       PICTURE X(30) VALUE SPACES.
       01  WRK-NOVO-LIMITE  PICTURE S9(7)V99 VALUE ZEROS.
       01  WRK-LIMITE-DP    PICTURE Z.ZZZ.ZZZ.Z99,99.
       01  WRK-NIVEL        PICTURE 9(1)  VALUE 1.
       01  WRK-STATUS-ANTERIOR PICTURE X(1) VALUE SPACE.
       01  WS-STATUS-CONTA  PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-SESSAO PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-JANELA PICTURE X(2)  VALUE SPACES.
       01  WS-STATUS-EVENTO PICTURE X(2)  VALUE SPACES.
       01  WS-JANELA-ABERTA PICTURE X     VALUE "N".
           88  JANELA-ABERTA              VALUE "S".
       01  WS-STATUS-VALIDO PICTURE X     VALUE "N".
               INVALID KEY
                   DISPLAY "CONTA " WRK-CONTA " NAO CADASTRADA."
               NOT INVALID KEY
                   IF CM-ENCERRADA
                       DISPLAY "CONTA " CM-CONTA " ENCERRADA EM "
                           CM-STATUS-DATA " - SEM ALTERACAO."
                   ELSE
                       PERFORM 2100-EXIBIR-E-ALTERAR
                   END-IF
           END-READ.

       2100-EXIBIR-E-ALTERAR.
           PERFORM 2300-ACEITAR-NOVO-LIMITE.
           PERFORM 2200-ACEITAR-NOVO-STATUS.
           PERFORM 2400-ACEITAR-MOTIVO.
           MOVE CM-STATUS       TO WRK-STATUS-ANTERIOR.
           MOVE WRK-NOVO-STATUS TO CM-STATUS.
           MOVE WRK-MOTIVO      TO CM-STATUS-MOTIVO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CM-STATUS-DATA.
           REWRITE REG-CONTA-MASTER.
           DISPLAY "STATUS DA CONTA " CM-CONTA " ALTERADO PARA "
               CM-STATUS ".".
           IF CM-STATUS NOT = WRK-STATUS-ANTERIOR
               PERFORM 2500-GRAVAR-EVENTO-CLI
           END-IF.

      *SO A TROCA EFETIVA DE STATUS VAI AO CLIENTE - A PASSAGEM QUE
      *SO MEXE NO LIMITE OU NO MOTIVO NAO GERA CARTA.
       2500-GRAVAR-EVENTO-CLI.
           OPEN EXTEND EVENTO-CLI.
           IF WS-STATUS-EVENTO = "35"
               OPEN OUTPUT EVENTO-CLI
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:14) TO EC-DATA-HORA.
           MOVE "ST"            TO EC-TIPO.
           MOVE CM-CONTA        TO EC-CONTA.
           MOVE CM-CPF          TO EC-CPF.
           MOVE CM-NOME         TO EC-NOME.
           MOVE CM-AGENCIA      TO EC-AGENCIA.
           MOVE ZEROS           TO EC-VALOR.
           EVALUATE TRUE
               WHEN CM-ATIVA
                   MOVE "ATIVA"     TO EC-REFERENCIA
               WHEN CM-BLOQUEADA
                   MOVE "BLOQUEADA" TO EC-REFERENCIA
               WHEN CM-ENCERRADA
                   MOVE "ENCERRADA" TO EC-REFERENCIA
               WHEN OTHER
                   MOVE "DORMENTE"  TO EC-REFERENCIA
           END-EVALUATE.
           MOVE CM-STATUS-MOTIVO TO EC-DETALHE.
           MOVE "MANUTENCAOSTATUS" TO EC-PROGRAMA.
           WRITE REG-EVENTO-CLI.
           CLOSE EVENTO-CLI.

       2200-ACEITAR-NOVO-STATUS.
           MOVE "N" TO WS-STATUS-VALIDO.
           PERFORM UNTIL STATUS-VALIDO
               DISPLAY "INFORME O NOVO STATUS: A=ATIVA B=BLOQUEADA "
                   "D=DORMENTE"
               ACCEPT WRK-NOVO-STATUS
               EVALUATE WRK-NOVO-STATUS
                   WHEN "A"
                   WHEN "B"
                   WHEN "D"
                       SET STATUS-VALIDO TO TRUE
                   WHEN "E"
                       DISPLAY "ENCERRAMENTO E PELA OPCAO 20 DO MENU "
                           "(ENCERRAMENTO DE CONTA)."
                   WHEN OTHER
                       DISPLAY "STATUS INVALIDO. USE A, B OU D."
               END-EVALUATE
           END-PERFORM.

      *A REATIVACAO DE CONTA DORMENTE E ACAO REGISTRADA: O MOTIVO E
