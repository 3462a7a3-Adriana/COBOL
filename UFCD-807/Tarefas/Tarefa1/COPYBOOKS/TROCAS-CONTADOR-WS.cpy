       77  WS-TROCAS-STATUS       PIC XX VALUES SPACES.
       77  IDX-TRC                PIC 9(03) VALUES 0.
       77  WS-NUM-TROCAS          PIC 9(03) VALUES 0.
       77  WS-TRC-ACHADA          PIC 9(03) VALUES 0.
       77  WS-TRC-PESQUISA        PIC X(10) VALUES SPACES.
       77  WS-TRC-PERIODO-LIMITE  PIC 9(06) VALUES 0.
       77  WS-TRC-TRUNCADA        PIC A VALUES "N".
       01  TABELA-TROCAS.
           05 TRC-ITEM OCCURS 300 TIMES.
               10 TRC-T-CONTA           PIC X(10).
               10 TRC-T-DATA            PIC 9(08).
               10 TRC-T-PERIODO         PIC 9(06).
               10 TRC-T-SERIE-ANTIGO    PIC X(12).
               10 TRC-T-LEITURA-FINAL   PIC 9(06).
               10 TRC-T-SERIE-NOVO      PIC X(12).
               10 TRC-T-LEITURA-INICIAL PIC 9(06).
               10 TRC-T-PERIODO-FATURA  PIC 9(06).
