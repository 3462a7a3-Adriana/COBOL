           SELECT FICHEIRO-CP ASSIGN TO "FORNECEDORES-CP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-STATUS.
