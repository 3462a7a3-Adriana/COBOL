       77  WS-PORTAGENS-STATUS    PIC XX VALUES SPACES.
       77  IDX-POR                PIC 9(03) VALUES 0.
       77  WS-NUM-PORTAGENS       PIC 9(03) VALUES 0.
       01  TABELA-PORTAGENS.
           05 POR-ITEM OCCURS 500 TIMES.
               10 POR-T-PLACA     PIC X(08).
               10 POR-T-DATA      PIC 9(08).
               10 POR-T-HORA      PIC 9(04).
               10 POR-T-PORTICO   PIC X(20).
               10 POR-T-VALOR     PIC 9(04)V99.
               10 POR-T-ESTADO    PIC X(01).
               10 POR-T-CONTRATO  PIC 9(04).
               10 POR-T-CARTA     PIC X(09).
               10 POR-T-CONTA-CORP PIC X(04).
               10 POR-T-FATURA    PIC 9(06).
               10 POR-T-DATA-IMPORT PIC 9(08).
               10 POR-T-MOTIVO    PIC X(20).
