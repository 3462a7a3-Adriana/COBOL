           05 EMP-ESTADO           PIC X(01).
           05 EMP-FERIAS-SALDO     PIC 9(02).
           05 EMP-SUB-ALIM-DIA     PIC 9(02)V99.
           05 EMP-NIF              PIC 9(09).
