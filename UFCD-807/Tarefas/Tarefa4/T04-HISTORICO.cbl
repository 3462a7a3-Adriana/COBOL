           05 ARQ-ZONA            PIC X(03).
           05 ARQ-NIF             PIC 9(09).
           05 ARQ-FATURA-NUM      PIC 9(06).
           05 ARQ-ORIGEM          PIC X(01).
           05 ARQ-PLATAFORMA      PIC X(03).
           05 ARQ-REF-PLATAFORMA  PIC X(15).
           05 ARQ-CROSTA-PIZZA OCCURS 5 TIMES PIC 9(01).
           05 ARQ-HORA-PEDIDO     PIC 9(04).
           05 ARQ-PROMO-CODIGO    PIC X(10).
           05 ARQ-ALERGIAS        PIC X(14).
           05 ARQ-GORJETA OCCURS 3 TIMES PIC 9(04)V99.

       WORKING-STORAGE SECTION.
       77 WS-ARQUIVO-STATUS      PIC XX VALUES SPACES.
