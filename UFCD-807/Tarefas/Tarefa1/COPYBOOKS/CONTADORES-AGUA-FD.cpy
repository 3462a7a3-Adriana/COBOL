       FD  FICHEIRO-CONTADORES.
       01  REG-CONTADOR.
           05 CNT-SERIE           PIC X(12).
           05 CNT-CALIBRE         PIC 9(02).
           05 CNT-DATA-INSTALACAO PIC 9(08).
           05 CNT-DATA-CALIBRACAO PIC 9(08).
           05 CNT-CONTA           PIC X(10).
           05 CNT-ESTADO          PIC X(01).
           05 CNT-LEITURA-INICIAL PIC 9(06).
           05 CNT-DATA-RETIRADA   PIC 9(08).
           05 CNT-LEITURA-FINAL   PIC 9(06).
