       77  WS-IDENTIFICACOES-STATUS PIC XX VALUES SPACES.
       77  IDX-IDT                PIC 9(03) VALUES 0.
       77  WS-NUM-IDENTIFICACOES  PIC 9(03) VALUES 0.
       77  WS-IDT-ACHADO          PIC 9(03) VALUES 0.
       77  WS-IDT-TRUNCADA        PIC A VALUES "N".
       77  WS-IDT-PESQ-PLACA      PIC X(08) VALUES SPACES.
       77  WS-IDT-PESQ-DATA       PIC 9(08) VALUES 0.
       01  TABELA-IDENTIFICACOES.
           05 IDT-ITEM OCCURS 500 TIMES.
               10 IDT-T-PLACA         PIC X(08).
               10 IDT-T-DATA-MULTA    PIC 9(08).
               10 IDT-T-ESTADO        PIC X(01).
               10 IDT-T-DATA-NOTIF    PIC 9(08).
               10 IDT-T-PRAZO         PIC 9(08).
               10 IDT-T-CARTA         PIC X(10).
               10 IDT-T-NOME          PIC X(30).
               10 IDT-T-MORADA        PIC X(40).
               10 IDT-T-DATA-FECHO    PIC 9(08).
