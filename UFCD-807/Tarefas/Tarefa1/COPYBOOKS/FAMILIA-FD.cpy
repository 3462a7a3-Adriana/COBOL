       FD  FICHEIRO-FAMILIA.
       01  REG-FAMILIA.
           05 FAM-CODIGO          PIC X(06).
           05 FAM-NOME            PIC X(20).
           05 FAM-MESADA          PIC 9(06)V99.
           05 FAM-PERCENT         PIC 9(03) OCCURS 6 TIMES.
