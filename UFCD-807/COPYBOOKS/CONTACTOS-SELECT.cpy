           SELECT FICHEIRO-CONTACTOS ASSIGN TO "CONTACTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACTOS-STATUS.
