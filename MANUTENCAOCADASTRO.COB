       FD  CLIENTES.
           COPY CLIENTE.
       FD  LOG-CADASTRO.
           COPY LOGCADASTRO.
       FD  SESSAO.
       01  REG-SESSAO.
           05  SS-OPERADOR      PICTURE X(8).
