           SELECT FICHEIRO-RADARES ASSIGN TO "RADARES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RADARES-STATUS.
