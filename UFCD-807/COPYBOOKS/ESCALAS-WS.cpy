       77  WS-ESCALAS-STATUS      PIC XX VALUES SPACES.
       77  IDX-ESC                PIC 9(04) VALUES 0.
       77  WS-NUM-ESCALAS         PIC 9(04) VALUES 0.
       77  WS-ESC-TRUNCADA        PIC A VALUES "N".
       01  TABELA-ESCALAS.
           05 ESC-ITEM OCCURS 1500 TIMES.
               10 ESC-T-NOME          PIC X(30).
               10 ESC-T-DEPARTAMENTO  PIC X(10).
               10 ESC-T-DATA          PIC 9(08).
               10 ESC-T-HORA-INICIO   PIC 9(04).
               10 ESC-T-HORA-FIM      PIC 9(04).
               10 ESC-T-OPERADOR      PIC X(04).
