               10 AGUA-PERIODO    PIC 9(06).
           05 AGUA-CONSUMO        PIC 9(04)V99.
           05 AGUA-TOTAL          PIC 9(06)V99.
      * Pago: S - paga; N - por pagar; T - divida transferida para a
      * ficha do ex-titular na mudanca de ocupante (continua a poder
      * ser paga, mas ja nao pesa sobre a conta nem o novo ocupante).
           05 AGUA-PAGO           PIC X(01).
           05 AGUA-LEITURA-ANT    PIC 9(06).
           05 AGUA-LEITURA-ATUAL  PIC 9(06).
