           SELECT FICHEIRO-VARIACOES ASSIGN TO "VARIACOES-FOLHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARIACOES-STATUS.
