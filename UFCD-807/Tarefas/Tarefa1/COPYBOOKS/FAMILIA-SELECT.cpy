           SELECT FICHEIRO-FAMILIA ASSIGN TO "FAMILIA-MESADA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAMILIA-STATUS.
