       FD  LOG-MOVTO.
           COPY LOGMOVTO.
       FD  LOG-ARQUIVO.
       01  REG-LOG-ARQUIVO     PICTURE X(75).
       FD  LOG-NOVO.
       01  REG-LOG-NOVO        PICTURE X(75).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       WORKING-STORAGE                 SECTION.
