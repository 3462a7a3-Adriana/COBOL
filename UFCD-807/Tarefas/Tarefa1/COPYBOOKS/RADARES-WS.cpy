       77  WS-RADARES-STATUS      PIC XX VALUES SPACES.
       77  IDX-RDR                PIC 9(02) VALUES 0.
       77  WS-NUM-RADARES         PIC 9(02) VALUES 0.
       77  WS-RDR-ACHADO          PIC 9(02) VALUES 0.
       77  WS-RDR-PESQUISA        PIC X(06) VALUES SPACES.
       77  WS-RDR-DATA-REF        PIC 9(08) VALUES 0.
       77  WS-RDR-VALIDO          PIC A VALUES "N".
       01  TABELA-RADARES.
           05 RDR-ITEM OCCURS 50 TIMES.
               10 RDR-T-ID            PIC X(06).
               10 RDR-T-LOCAL         PIC X(30).
               10 RDR-T-LIMITE        PIC 9(03).
               10 RDR-T-DATA-VERIF    PIC 9(08).
               10 RDR-T-PROX-VERIF    PIC 9(08).
