       77  WS-CONSUMOS-STATUS     PIC XX VALUES SPACES.
       77  WS-NOME-BACKUP-CSP     PIC X(30)
           VALUES "CONSUMO-PESSOAL.DAT".
       77  IDX-CSP                PIC 9(03) VALUES 0.
       77  WS-NUM-CONSUMOS        PIC 9(03) VALUES 0.
       77  WS-CSP-TRUNCADA        PIC X(01) VALUES "N".
       01  TABELA-CONSUMOS.
           05 CSP-ITEM OCCURS 500 TIMES.
               10 CSP-T-DATA        PIC 9(08).
               10 CSP-T-NOME        PIC X(30).
               10 CSP-T-NUM-PEDIDO  PIC 9(04).
               10 CSP-T-FATURA-NUM  PIC 9(06).
               10 CSP-T-VALOR       PIC 9(06)V99.
               10 CSP-T-OPERADOR    PIC X(04).
               10 CSP-T-PERIODO-LIQ PIC 9(06).
