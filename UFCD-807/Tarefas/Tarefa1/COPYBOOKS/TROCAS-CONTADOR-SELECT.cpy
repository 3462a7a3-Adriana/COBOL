           SELECT FICHEIRO-TROCAS ASSIGN TO "TROCAS-CONTADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TROCAS-STATUS.
