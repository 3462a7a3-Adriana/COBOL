           SELECT FICHEIRO-APOLICES ASSIGN TO "APOLICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APOLICES-STATUS.
