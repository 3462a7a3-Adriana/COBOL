           SELECT FICHEIRO-ALERGENOS ASSIGN TO "ALERGENOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERGENOS-STATUS.
