       77  WS-MEMBROS-STATUS      PIC XX VALUES SPACES.
       77  IDX-MMB                PIC 9(04) VALUES 0.
       77  WS-NUM-MEMBROS         PIC 9(04) VALUES 0.
       77  WS-MMB-TRUNCADA        PIC A VALUES "N".
       77  WS-MMB-ACHADO          PIC 9(04) VALUES 0.
       77  WS-MMB-PESQ-ELEICAO    PIC X(04) VALUES SPACES.
       77  WS-MMB-PESQ-NIF        PIC 9(09) VALUES 0.
       01  TABELA-MEMBROS-MESA.
           05 MMB-ITEM OCCURS 1000 TIMES.
               10 MMB-T-ELEICAO       PIC X(04).
               10 MMB-T-MESA          PIC X(05).
               10 MMB-T-FUNCAO        PIC X(01).
               10 MMB-T-NOME          PIC X(30).
               10 MMB-T-NIF           PIC 9(09).
               10 MMB-T-IBAN          PIC X(25).
               10 MMB-T-PRESENCA      PIC X(01).
               10 MMB-T-VALOR         PIC 9(05)V99.
               10 MMB-T-PAGO          PIC X(01).
               10 MMB-T-DATA-PAG      PIC 9(08).
               10 MMB-T-REF-PAG       PIC X(12).
