           SELECT FICHEIRO-DESPESAS ASSIGN TO "DESPESAS-VIAGEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESPESAS-STATUS.
