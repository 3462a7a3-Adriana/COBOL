           SELECT FICHEIRO-MOV-BANCO ASSIGN TO "MOVIMENTOS-BANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-BANCO-STATUS.
