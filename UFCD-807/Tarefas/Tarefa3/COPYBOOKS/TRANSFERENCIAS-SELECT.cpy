           SELECT FICHEIRO-TRANSFERENCIAS
               ASSIGN TO "TRANSFERENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFERENCIAS-STATUS.
