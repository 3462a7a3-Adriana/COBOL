           SELECT FICHEIRO-REEMBOLSOS ASSIGN TO "REEMBOLSOS-AGUA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REEMBOLSOS-STATUS.
