       FD  FICHEIRO-APOLICES.
       01  REG-APOLICE.
           05 APO-PLACA           PIC X(08).
           05 APO-SEGURADORA      PIC X(20).
           05 APO-NUM-APOLICE     PIC X(15).
      * T = so responsabilidade civil; D = com danos proprios (so
      * esta cobertura da direito a participar reparacoes).
           05 APO-COBERTURA       PIC X(01).
           05 APO-FRANQUIA        PIC 9(05)V99.
           05 APO-PREMIO          PIC 9(05)V99.
           05 APO-DATA-RENOVACAO  PIC 9(08).
