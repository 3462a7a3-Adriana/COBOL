           05 MUL-ORIGEM          PIC X(01).
           05 MUL-VALOR-PAGO      PIC 9(06)V99.
           05 MUL-DATA-PAGA       PIC 9(08).
      * Radar que fez a leitura (RADARES.DAT) e local da infracao.
           05 MUL-RADAR           PIC X(06).
           05 MUL-LOCAL           PIC X(30).
      * Hora da infracao (HHMM).
           05 MUL-HORA            PIC 9(04).
