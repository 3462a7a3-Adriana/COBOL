       77  WS-REEMBOLSOS-STATUS   PIC XX VALUES SPACES.
       77  IDX-RMB                PIC 9(03) VALUES 0.
       77  WS-NUM-REEMBOLSOS      PIC 9(03) VALUES 0.
       77  WS-RMB-TRUNCADA        PIC A VALUES "N".
       77  WS-RMB-ULTIMO-NUMERO   PIC 9(05) VALUES 0.
       01  TABELA-REEMBOLSOS.
           05 RMB-ITEM OCCURS 300 TIMES.
               10 RMB-T-NUMERO        PIC 9(05).
               10 RMB-T-CONTA         PIC X(10).
               10 RMB-T-NOME          PIC X(30).
               10 RMB-T-IBAN          PIC X(25).
               10 RMB-T-VALOR         PIC 9(06)V99.
               10 RMB-T-ORIGEM        PIC X(01).
               10 RMB-T-DATA-PEDIDO   PIC 9(08).
               10 RMB-T-OPERADOR      PIC X(04).
               10 RMB-T-ESTADO        PIC X(01).
               10 RMB-T-DATA-EMISSAO  PIC 9(08).
               10 RMB-T-RECIBO        PIC 9(06).
               10 RMB-T-APROVADO-POR  PIC X(04).
