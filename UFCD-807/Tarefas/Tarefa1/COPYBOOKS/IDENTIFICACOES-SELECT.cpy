           SELECT FICHEIRO-IDENTIFICACOES
               ASSIGN TO "IDENTIFICACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDENTIFICACOES-STATUS.
