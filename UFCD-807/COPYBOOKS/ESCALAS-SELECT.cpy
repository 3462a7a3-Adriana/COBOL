           SELECT FICHEIRO-ESCALAS ASSIGN TO "ESCALAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCALAS-STATUS.
