           SELECT FICHEIRO-ENC-FORN ASSIGN TO "ENCOMENDAS-FORN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENC-FORN-STATUS.
