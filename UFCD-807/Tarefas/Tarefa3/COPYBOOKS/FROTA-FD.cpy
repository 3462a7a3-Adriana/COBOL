           05 FR-FILIAL           PIC X(03).
           05 FR-CUSTO-AQUISICAO  PIC 9(07)V99.
           05 FR-DATA-AQUISICAO   PIC 9(08).
      * Filial (balcao 1/2) onde a viatura esta ou para onde volta; a
      * viatura em transferencia entre filiais fica com FR-DISPONIVEL
      * "T" ate a chegada ser confirmada.
           05 FR-LOCAL            PIC 9(01).

       FD  FICHEIRO-FROTA-CTL.
       01  REG-FROTA-CTL.
