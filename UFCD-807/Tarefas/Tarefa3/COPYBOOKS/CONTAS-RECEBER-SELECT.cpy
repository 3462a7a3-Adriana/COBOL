           SELECT FICHEIRO-CONTAS-RECEBER
               ASSIGN TO "CONTAS-RECEBER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTAS-RECEBER-STATUS.
           SELECT FICHEIRO-RECEBIMENTOS ASSIGN TO "RECEBIMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEBIMENTOS-STATUS.
