           SELECT FICHEIRO-CONTADORES ASSIGN TO "CONTADORES-AGUA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTADORES-STATUS.
