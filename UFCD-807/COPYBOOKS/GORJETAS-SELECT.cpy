           SELECT FICHEIRO-GORJETAS ASSIGN TO "GORJETAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GORJETAS-STATUS.
