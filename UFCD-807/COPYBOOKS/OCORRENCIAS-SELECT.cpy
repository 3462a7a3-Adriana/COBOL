           SELECT FICHEIRO-OCORRENCIAS ASSIGN TO "OCORRENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCORRENCIAS-STATUS.
