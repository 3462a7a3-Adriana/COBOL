       77  WS-CONTADORES-STATUS   PIC XX VALUES SPACES.
       77  IDX-CNT                PIC 9(03) VALUES 0.
       77  WS-NUM-CONTADORES      PIC 9(03) VALUES 0.
       77  WS-CNT-ACHADO          PIC 9(03) VALUES 0.
       77  WS-CNT-PESQUISA        PIC X(12) VALUES SPACES.
       77  WS-CNT-TRUNCADO        PIC A VALUES "N".
       01  TABELA-CONTADORES.
           05 CNT-ITEM OCCURS 300 TIMES.
               10 CNT-T-SERIE           PIC X(12).
               10 CNT-T-CALIBRE         PIC 9(02).
               10 CNT-T-DATA-INSTALACAO PIC 9(08).
               10 CNT-T-DATA-CALIBRACAO PIC 9(08).
               10 CNT-T-CONTA           PIC X(10).
               10 CNT-T-ESTADO          PIC X(01).
               10 CNT-T-LEITURA-INICIAL PIC 9(06).
               10 CNT-T-DATA-RETIRADA   PIC 9(08).
               10 CNT-T-LEITURA-FINAL   PIC 9(06).
