           SELECT FICHEIRO-RGPD ASSIGN TO "RGPD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGPD-STATUS.
