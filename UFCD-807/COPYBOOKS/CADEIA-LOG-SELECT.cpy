           SELECT FICHEIRO-CADEIA-LOG ASSIGN TO "CADEIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CADEIA-LOG-STATUS.
