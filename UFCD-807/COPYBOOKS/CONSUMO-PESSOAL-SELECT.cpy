           SELECT FICHEIRO-CONSUMOS ASSIGN TO "CONSUMO-PESSOAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSUMOS-STATUS.
