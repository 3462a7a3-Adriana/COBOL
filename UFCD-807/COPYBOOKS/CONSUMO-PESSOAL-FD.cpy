       FD  FICHEIRO-CONSUMOS.
       01  REG-CONSUMO-PESSOAL.
           05 CSP-DATA            PIC 9(08).
           05 CSP-NOME            PIC X(30).
           05 CSP-NUM-PEDIDO      PIC 9(04).
           05 CSP-FATURA-NUM      PIC 9(06).
           05 CSP-VALOR           PIC 9(06)V99.
           05 CSP-OPERADOR        PIC X(04).
           05 CSP-PERIODO-LIQ     PIC 9(06).
