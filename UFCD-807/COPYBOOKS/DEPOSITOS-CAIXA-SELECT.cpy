           SELECT FICHEIRO-DEPOSITOS ASSIGN TO "DEPOSITOS-CAIXA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSITOS-STATUS.
