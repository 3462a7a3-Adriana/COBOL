           SELECT FICHEIRO-CADEIA ASSIGN TO "FATURAS-HASH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CADEIA-STATUS.
           SELECT FICHEIRO-SERIES-AT ASSIGN TO "SERIES-AT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERIES-AT-STATUS.
