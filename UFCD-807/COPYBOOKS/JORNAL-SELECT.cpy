           SELECT FICHEIRO-JORNAL ASSIGN TO "JORNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JORNAL-STATUS.
