           SELECT FICHEIRO-NOTAS-CREDITO ASSIGN TO "NOTAS-CREDITO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTAS-CREDITO-STATUS.
