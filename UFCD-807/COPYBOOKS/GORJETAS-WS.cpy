       77  WS-GORJETAS-STATUS     PIC XX VALUES SPACES.
       77  WS-NOME-BACKUP-GRJ     PIC X(30) VALUES "GORJETAS.DAT".
       77  IDX-GRJ                PIC 9(03) VALUES 0.
       77  WS-NUM-GORJETAS        PIC 9(03) VALUES 0.
       77  WS-GRJ-TRUNCADA        PIC X(01) VALUES "N".
       77  WS-GRJ-NOME-APURA      PIC X(30) VALUES SPACES.
       77  WS-GRJ-PERIODO-APURA   PIC 9(06) VALUES 0.
       77  WS-GRJ-VALOR-APURA     PIC 9(06)V99 VALUES 0.
       01  TABELA-GORJETAS.
           05 GRJ-ITEM OCCURS 500 TIMES.
               10 GRJ-T-PERIODO     PIC 9(06).
               10 GRJ-T-NOME        PIC X(30).
               10 GRJ-T-HORAS       PIC 9(04)V99.
               10 GRJ-T-VALOR       PIC 9(06)V99.
               10 GRJ-T-DATA        PIC 9(08).
               10 GRJ-T-OPERADOR    PIC X(04).
