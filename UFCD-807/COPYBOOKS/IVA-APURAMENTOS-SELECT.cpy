           SELECT FICHEIRO-IVA-APURAMENTOS
               ASSIGN TO "IVA-APURAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IVA-APUR-STATUS.
