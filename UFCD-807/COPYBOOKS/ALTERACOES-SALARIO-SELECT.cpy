           SELECT FICHEIRO-ALT-SALARIO
               ASSIGN TO "ALTERACOES-SALARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-SALARIO-STATUS.
