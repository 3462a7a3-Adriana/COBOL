       FD  FICHEIRO-MESAS.
       01  REG-MESA-SALA.
           05 MSA-NUMERO          PIC 9(02).
           05 MSA-LUGARES         PIC 9(02).
           05 MSA-ZONA            PIC X(12).
