       FD  FICHEIRO-CADERNO.
       01  REG-ELEITOR.
           05 ELE-NUMERO          PIC 9(08).
           05 ELE-NOME            PIC X(30).
           05 ELE-MESA            PIC X(05).
      * Descarga no dia da votacao: S quando ja votou, com a hora
      * (HHMM) e o operador da mesa que a fez.
           05 ELE-VOTOU           PIC X(01).
           05 ELE-DATA-VOTO       PIC 9(08).
           05 ELE-HORA-VOTO       PIC 9(04).
           05 ELE-OPERADOR        PIC X(04).
