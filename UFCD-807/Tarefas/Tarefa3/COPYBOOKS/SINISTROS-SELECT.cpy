           SELECT FICHEIRO-SINISTROS ASSIGN TO "SINISTROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SINISTROS-STATUS.
