       77  WS-TRANSFERENCIAS-STATUS PIC XX VALUES SPACES.
       77  IDX-TRF                PIC 9(03) VALUES 0.
       77  WS-NUM-TRANSFERENCIAS  PIC 9(03) VALUES 0.
       77  WS-TRF-ACHADA          PIC 9(03) VALUES 0.
       77  WS-TRF-PESQ            PIC 9(05) VALUES 0.
       01  TABELA-TRANSFERENCIAS.
           05 TRF-ITEM OCCURS 200 TIMES.
               10 TRF-T-NUM       PIC 9(05).
               10 TRF-T-PLACA     PIC X(08).
               10 TRF-T-ORIGEM    PIC 9(01).
               10 TRF-T-DESTINO   PIC 9(01).
               10 TRF-T-DATA-SAIDA PIC 9(08).
               10 TRF-T-DATA-CHEGADA PIC 9(08).
               10 TRF-T-MOTORISTA PIC X(30).
               10 TRF-T-KMS       PIC 9(04).
               10 TRF-T-CUSTO     PIC 9(05)V99.
               10 TRF-T-ESTADO    PIC X(01).
               10 TRF-T-OPERADOR  PIC X(04).
