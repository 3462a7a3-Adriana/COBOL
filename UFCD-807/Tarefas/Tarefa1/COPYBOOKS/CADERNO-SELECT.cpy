           SELECT FICHEIRO-CADERNO ASSIGN TO "CADERNO-ELEITORAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ELE-NUMERO
               FILE STATUS IS WS-CADERNO-STATUS.
