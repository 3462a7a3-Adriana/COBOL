           SELECT FICHEIRO-RESERVAS ASSIGN TO "RESERVAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVAS-STATUS.
