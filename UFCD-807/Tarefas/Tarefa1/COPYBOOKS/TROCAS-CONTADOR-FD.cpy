       FD  FICHEIRO-TROCAS.
       01  REG-TROCA.
           05 TRC-CONTA           PIC X(10).
           05 TRC-DATA            PIC 9(08).
           05 TRC-PERIODO         PIC 9(06).
           05 TRC-SERIE-ANTIGO    PIC X(12).
           05 TRC-LEITURA-FINAL   PIC 9(06).
           05 TRC-SERIE-NOVO      PIC X(12).
           05 TRC-LEITURA-INICIAL PIC 9(06).
           05 TRC-PERIODO-FATURA  PIC 9(06).
