       77  WS-VEICULOS-STATUS     PIC XX VALUES SPACES.
       77  IDX-VEI                PIC 9(03) VALUES 0.
       77  WS-NUM-VEICULOS        PIC 9(03) VALUES 0.
       77  WS-VEI-TRUNCADA        PIC A VALUES "N".
       01  TABELA-VEICULOS.
           05 VEI-ITEM OCCURS 200 TIMES.
               10 VEI-T-PLACA        PIC X(08).
               10 VEI-T-PROPRIETARIO PIC X(30).
               10 VEI-T-MORADA       PIC X(40).
