       77  WS-PROMOS-STATUS       PIC XX VALUES SPACES.
       77  IDX-PRM                PIC 9(03) VALUES 0.
       77  WS-NUM-PROMOS          PIC 9(03) VALUES 0.
       77  WS-PRM-ACHADA          PIC 9(03) VALUES 0.
       77  WS-PROMO-VALIDA        PIC A VALUES "N".
       77  WS-PROMO-HORA          PIC 9(08) VALUES 0.
       77  WS-PROMO-HHMM          PIC 9(04) VALUES 0.
       77  WS-PROMO-DIA-SEM       PIC 9(01) VALUES 0.
       77  WS-PROMO-DATA          PIC 9(08) VALUES 0.
       77  WS-PROMO-CLIENTE       PIC 9(09) VALUES 0.
       01  TABELA-PROMOS.
           05 PRM-ITEM OCCURS 500 TIMES.
               10 PRM-T-CODIGO      PIC X(10).
               10 PRM-T-DESCRICAO   PIC X(20).
               10 PRM-T-TIPO        PIC X(01).
               10 PRM-T-USO-UNICO   PIC X(01).
               10 PRM-T-USADA       PIC X(01).
               10 PRM-T-AUTO        PIC X(01).
               10 PRM-T-CLIENTE     PIC 9(09).
               10 PRM-T-CAMPANHA    PIC 9(06).
