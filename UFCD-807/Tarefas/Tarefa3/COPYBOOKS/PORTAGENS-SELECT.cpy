           SELECT FICHEIRO-PORTAGENS ASSIGN TO "PORTAGENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTAGENS-STATUS.
