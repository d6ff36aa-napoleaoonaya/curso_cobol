       FD  LOG-MOVTO.
           COPY LOGMOVTO.
       FD  LOG-ARQUIVO.
       01  REG-LOG-ARQUIVO     PICTURE X(75).
       FD  RECUPERA-REL.
       01  LINHA-RECUPERA      PICTURE X(80).
       WORKING-STORAGE                 SECTION.
