      * Um registo por fecho de caixa da pizzaria: o dinheiro contado
      * que segue para deposito no banco e o total liquido dos
      * terminais (MB + cartao + gorjetas - devolucoes), que o banco
      * credita pela liquidacao dos terminais. Se o mesmo dia for
      * fechado mais do que uma vez, vale o ultimo registo.
       FD  FICHEIRO-DEPOSITOS.
       01  REG-DEPOSITO.
           05 DEP-DATA            PIC 9(08).
           05 DEP-DINHEIRO        PIC 9(09)V99.
           05 DEP-SINAL-TPA       PIC X(01).
           05 DEP-TERMINAIS       PIC 9(09)V99.
