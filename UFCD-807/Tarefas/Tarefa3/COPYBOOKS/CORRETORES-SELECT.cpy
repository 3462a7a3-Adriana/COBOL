           SELECT FICHEIRO-CORRETORES ASSIGN TO "CORRETORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRETORES-STATUS.
