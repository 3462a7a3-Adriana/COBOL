       77  WS-APOLICES-STATUS     PIC XX VALUES SPACES.
       77  IDX-APO                PIC 9(02) VALUES 0.
       77  WS-NUM-APOLICES        PIC 9(02) VALUES 0.
       77  WS-APO-ACHADA          PIC 9(02) VALUES 0.
       77  WS-APO-PESQ            PIC X(08) VALUES SPACES.
       01  TABELA-APOLICES.
           05 APO-ITEM OCCURS 50 TIMES.
               10 APO-T-PLACA     PIC X(08).
               10 APO-T-SEGURADORA PIC X(20).
               10 APO-T-NUM-APOLICE PIC X(15).
               10 APO-T-COBERTURA PIC X(01).
               10 APO-T-FRANQUIA  PIC 9(05)V99.
               10 APO-T-PREMIO    PIC 9(05)V99.
               10 APO-T-DATA-RENOVACAO PIC 9(08).
