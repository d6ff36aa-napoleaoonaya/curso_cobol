           DISPLAY "11 - EMISSAO DE TALAO DE CHEQUES".
           DISPLAY "12 - MANUTENCAO CADASTRAL DA CONTA".
           DISPLAY "13 - APROVACAO DE CONTAS NOVAS (SUPERVISOR)".
           DISPLAY "14 - CONTRATACAO DE EMPRESTIMO (SUPERVISOR)".
           DISPLAY "15 - APLICACOES EM CDB".
           DISPLAY "16 - ANALISE DE CASOS PLD (SUPERVISOR)".
           DISPLAY "17 - CARTOES DE DEBITO".
           DISPLAY "18 - HISTORICO ESCOLAR".
           DISPLAY "19 - APROVACAO DE DEBITOS RETIDOS (SUPERVISOR)".
           DISPLAY "20 - ENCERRAMENTO DE CONTA (SUPERVISOR)".
           DISPLAY "21 - TESOURARIA DA AGENCIA (SUPERVISOR)".
           DISPLAY "0 - SAIR".
           DISPLAY "INFORME A OPCAO DESEJADA".
           ACCEPT WRK-OPCAO.
      *AS OPCOES SENSIVEIS EXIGEM NIVEL 2 (SUPERVISOR): O STATUS DE
      *CONTA PODE DESBLOQUEAR UM BLOQUEIO JUDICIAL, A MANUTENCAO DE
      *OPERADORES MEXE EM SENHA E ALCADA E OS BLOQUEIOS PARCIAIS
      *CUMPREM ORDEM JUDICIAL. A CONTRATACAO DE EMPRESTIMO CONCEDE
      *CREDITO E LIBERA DINHEIRO NA CONTA. A ANALISE DE CASOS PLD
      *DECIDE O QUE VAI SER COMUNICADO AO COAF. A APROVACAO DE
      *DEBITOS RETIDOS LIBERA O QUE PASSOU DA ALCADA DO CAIXA. O
      *ENCERRAMENTO DE CONTA PAGA O SALDO E ACABA COM O VINCULO. A
      *TESOURARIA MOVIMENTA A ESPECIE DO COFRE DA AGENCIA.
       2000-PROCESSAR-OPCAO.
           MOVE "S" TO WS-OPCAO-LIBERADA.
           IF (WRK-OPCAO = 4 OR WRK-OPCAO = 8 OR WRK-OPCAO = 9
               OR WRK-OPCAO = 10 OR WRK-OPCAO = 13
               OR WRK-OPCAO = 14 OR WRK-OPCAO = 16
               OR WRK-OPCAO = 19 OR WRK-OPCAO = 20
               OR WRK-OPCAO = 21)
               AND WRK-OPER-NIVEL < 2
               MOVE "N" TO WS-OPCAO-LIBERADA
               DISPLAY "OPCAO RESTRITA AO SUPERVISOR."
                   CALL "MANUTENCAOCADASTRO"
               WHEN 13
                   CALL "APROVACONTA"
               WHEN 14
                   CALL "CONTRATAEMPRESTIMO"
               WHEN 15
                   CALL "APLICACDB"
               WHEN 16
                   CALL "ANALISEPLD"
               WHEN 17
                   CALL "MANUTENCAOCARTAO"
               WHEN 18
                   CALL "HISTORICOESCOLAR"
               WHEN 19
                   CALL "APROVAMOVTO"
               WHEN 20
                   CALL "ENCERRACONTA"
               WHEN 21
                   CALL "TESOURARIA"
               WHEN 0
                   SET SAIR-MENU TO TRUE
               WHEN OTHER
