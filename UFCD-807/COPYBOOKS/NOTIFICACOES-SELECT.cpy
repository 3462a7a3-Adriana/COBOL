           SELECT FICHEIRO-NOTIFICACOES ASSIGN TO "NOTIFICACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFICACOES-STATUS.
