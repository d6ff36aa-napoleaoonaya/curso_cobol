       FD  LOG-MOVTO.
           COPY LOGMOVTO.
       FD  LOG-ARQUIVO.
       01  REG-LOG-ARQUIVO     PICTURE X(75).
       FD  CONSULTA-REL.
       01  LINHA-CONSULTA      PICTURE X(80).
       WORKING-STORAGE                 SECTION.
