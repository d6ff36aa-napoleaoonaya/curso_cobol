       FD  LOG-MOVTO.
           COPY LOGMOVTO.
       FD  LOG-NOVO.
       01  REG-LOG-NOVO        PICTURE X(75).
       FD  SESSAO.
       01  REG-SESSAO.
           05  SS-OPERADOR      PICTURE X(8).
                   DISPLAY "CHEQUE COMPENSADO NAO E ESTORNAVEL AQUI "
                       "- USE O FLUXO DE DEVOLUCAO DE CHEQUE."
                   SET ESTORNO-RECUSADO TO TRUE
      *EMPRESTIMO E CDB TEM CICLO PROPRIO NOS SEUS ARQUIVOS
      *(CONTRATO, PARCELAS, APLICACAO): DESFAZER SO O SALDO DEIXARIA
      *O CONTRATO OU A APLICACAO SEM O DINHEIRO CORRESPONDENTE.
               WHEN LG-ORIGEM = "E" OR LG-ORIGEM = "A"
                   OR LG-ORIGEM = "R"
                   DISPLAY "LANCAMENTO DE EMPRESTIMO OU CDB NAO E "
                       "ESTORNAVEL AQUI."
                   SET ESTORNO-RECUSADO TO TRUE
      *A FOLHA DEBITA A EMPRESA PELO TOTAL DE UMA VEZ: DESFAZER UM
      *CREDITO SO DESCASARIA O LOTE. A CORRECAO E COM A EMPRESA, PELO
      *RETORNO DA FOLHA.
               WHEN LG-ORIGEM = "G"
                   DISPLAY "CREDITO DE FOLHA NAO E ESTORNAVEL AQUI - "
                       "ACERTE COM A EMPRESA CONVENIADA."
                   SET ESTORNO-RECUSADO TO TRUE
               WHEN OTHER
                   SET ORIGINAL-ACHADO TO TRUE
                   MOVE LG-CONTA      TO WRK-OR-CONTA
                       DISPLAY "CONTA " WRK-OR-CONTA " NAO "
                           "CADASTRADA - ESTORNO NAO REALIZADO."
                       SET ESTORNO-RECUSADO TO TRUE
                   NOT INVALID KEY
                       PERFORM 2750-RECUSAR-SE-ENCERRADA
               END-READ
               IF CONTRAPARTE-ACHADA AND NOT ESTORNO-RECUSADO
                   MOVE WRK-CP-CONTA TO CM-CONTA
                           DISPLAY "CONTA " WRK-CP-CONTA " NAO "
                               "CADASTRADA - ESTORNO NAO REALIZADO."
                           SET ESTORNO-RECUSADO TO TRUE
                       NOT INVALID KEY
                           PERFORM 2750-RECUSAR-SE-ENCERRADA
                   END-READ
               END-IF
               CLOSE CONTA-MASTER
           END-IF.

      *CONTA ENCERRADA TEVE O SALDO PAGO E O TERMO ASSINADO NO
      *ENCERRACONTA: ESTORNAR UMA PERNA DELA REABRIRIA SALDO EM CONTA
      *MORTA. O ACERTO, SE HOUVER, E FEITO NA CONTA QUE RECEBEU.
       2750-RECUSAR-SE-ENCERRADA.
           IF CM-ENCERRADA
               DISPLAY "CONTA " CM-CONTA " ENCERRADA EM "
                   CM-STATUS-DATA " - ESTORNO NAO REALIZADO."
               SET ESTORNO-RECUSADO TO TRUE
           END-IF.

      *A REVERSAO DESFAZ O DELTA DE CADA PERNA NO MASTER E POSTA O
      *LANCAMENTO "E" COM O VALOR ORIGINAL E O VINCULO EM
      *LG-CONTA-REF (A CONTRAPARTE DO ORIGINAL). AS CONTAS FORAM
           MOVE WRK-OPERADOR         TO LG-OPERADOR.
           MOVE CM-AGENCIA           TO LG-AGENCIA.
           MOVE "N"                  TO LG-ESTORNADO.
           MOVE SPACES               TO LG-APROVADOR.
           WRITE REG-LOG-MOVTO.

      *MARCA OS ORIGINAIS COMO ESTORNADOS REGRAVANDO O LOGMOVTO PELO
