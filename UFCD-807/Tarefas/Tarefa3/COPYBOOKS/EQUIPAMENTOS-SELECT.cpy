           SELECT FICHEIRO-EQUIPAMENTOS ASSIGN TO "EQUIPAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EQUIPAMENTOS-STATUS.
