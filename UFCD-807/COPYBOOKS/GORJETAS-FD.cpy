       FD  FICHEIRO-GORJETAS.
       01  REG-GORJETA-PARTE.
           05 GRJ-PERIODO         PIC 9(06).
           05 GRJ-NOME            PIC X(30).
           05 GRJ-HORAS           PIC 9(04)V99.
           05 GRJ-VALOR           PIC 9(06)V99.
           05 GRJ-DATA            PIC 9(08).
           05 GRJ-OPERADOR        PIC X(04).
