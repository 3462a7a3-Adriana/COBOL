               10 AGM-T-IBAN          PIC X(25).
               10 AGM-T-DATA-MANDATO  PIC 9(08).
               10 AGM-T-DEBITO-DIRETO PIC X(01).
               10 AGM-T-ESTADO        PIC X(01).
               10 AGM-T-ZONA          PIC X(04).
               10 AGM-T-MORADA        PIC X(40).
               10 AGM-T-ORDEM-ROTA    PIC 9(04).
               10 AGM-T-CREDITO-DESTINO PIC X(01).
