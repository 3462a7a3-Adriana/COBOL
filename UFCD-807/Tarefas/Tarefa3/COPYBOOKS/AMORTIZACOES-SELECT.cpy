           SELECT FICHEIRO-AMORTIZACOES ASSIGN TO "AMORTIZACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMORTIZACOES-STATUS.
