       77  WS-RETROATIVOS-STATUS  PIC XX VALUES SPACES.
       77  IDX-RET                PIC 9(03) VALUES 0.
       77  WS-NUM-RETROATIVOS     PIC 9(03) VALUES 0.
       77  WS-RET-TRUNCADA        PIC A VALUES "N".
       01  TABELA-RETROATIVOS.
           05 RET-ITEM OCCURS 500 TIMES.
               10 RET-T-NOME           PIC X(30).
               10 RET-T-PERIODO-ORIGEM PIC 9(06).
               10 RET-T-DATA-CALCULO   PIC 9(08).
               10 RET-T-BASE           PIC 9(06)V99.
               10 RET-T-SUBSIDIOS      PIC 9(06)V99.
               10 RET-T-IRS            PIC 9(06)V99.
               10 RET-T-SEG-SOCIAL     PIC 9(06)V99.
               10 RET-T-SS-PATRONAL    PIC 9(06)V99.
               10 RET-T-ESTADO         PIC X(01).
               10 RET-T-PERIODO-PAGO   PIC 9(06).
