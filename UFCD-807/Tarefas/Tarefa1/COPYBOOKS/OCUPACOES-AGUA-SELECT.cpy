           SELECT FICHEIRO-OCUPACOES ASSIGN TO "OCUPACOES-AGUA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCUPACOES-STATUS.
