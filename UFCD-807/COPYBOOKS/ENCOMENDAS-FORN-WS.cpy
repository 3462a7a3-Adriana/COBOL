       77  WS-ENC-FORN-STATUS     PIC XX VALUES SPACES.
       77  IDX-EFO                PIC 9(03) VALUES 0.
       77  WS-NUM-EFO             PIC 9(03) VALUES 0.
       77  WS-ULTIMA-ENCOMENDA    PIC 9(06) VALUES 0.
       77  WS-NOME-BACKUP-EFO     PIC X(30)
               VALUES "ENCOMENDAS-FORN.DAT".
      * Estado da linha: A aberta, R recebida por completo.
       01  TABELA-ENC-FORN.
           05 EFO-ITEM OCCURS 300 TIMES.
               10 EFO-T-NUMERO          PIC 9(06).
               10 EFO-T-LINHA           PIC 9(02).
               10 EFO-T-FORNECEDOR      PIC X(20).
               10 EFO-T-DATA            PIC 9(08).
               10 EFO-T-INGREDIENTE     PIC 9(02).
               10 EFO-T-QTD-ENCOMENDADA PIC 9(04).
               10 EFO-T-PRECO-UNIT      PIC 9(04)V99.
               10 EFO-T-QTD-RECEBIDA    PIC 9(04).
               10 EFO-T-QTD-FATURADA    PIC 9(04).
               10 EFO-T-ESTADO          PIC X(01).
