       77  WS-AMORTIZACOES-STATUS PIC XX VALUES SPACES.
       77  WS-MESES-VIDA-FROTA    PIC 9(03) VALUES 48.
       77  WS-AMR-PLACA-PESQ      PIC X(08) VALUES SPACES.
       77  WS-AMR-PERIODO-PESQ    PIC 9(06) VALUES 0.
       77  WS-AMR-ACUMULADO-PESQ  PIC 9(07)V99 VALUES 0.
       77  WS-AMR-VENDIDA         PIC A VALUES "N".
