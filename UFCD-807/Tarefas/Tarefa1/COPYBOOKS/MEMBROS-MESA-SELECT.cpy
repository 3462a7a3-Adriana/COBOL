           SELECT FICHEIRO-MEMBROS-MESA ASSIGN TO "MEMBROS-MESA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBROS-STATUS.
