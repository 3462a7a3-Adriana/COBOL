           SELECT FICHEIRO-RETROATIVOS ASSIGN TO "RETROATIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETROATIVOS-STATUS.
