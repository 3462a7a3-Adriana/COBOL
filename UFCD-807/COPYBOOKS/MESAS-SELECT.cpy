           SELECT FICHEIRO-MESAS ASSIGN TO "MESAS-SALA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MESAS-STATUS.
