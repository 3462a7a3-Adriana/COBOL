      * Razao de amortizacoes da frota. Tipo A = quota mensal (valor
      * da quota, acumulado e valor liquido depois dela); tipo V =
      * venda no abate (valor = preco de venda, valor liquido = valor
      * contabilistico a data do abate; a diferenca e a mais ou menos
      * valia).
       FD  FICHEIRO-AMORTIZACOES.
       01  REG-AMORTIZACAO.
           05 AMR-PERIODO         PIC 9(06).
           05 AMR-PLACA           PIC X(08).
           05 AMR-TIPO            PIC X(01).
           05 AMR-VALOR           PIC 9(07)V99.
           05 AMR-ACUMULADO       PIC 9(07)V99.
           05 AMR-VALOR-LIQUIDO   PIC 9(07)V99.
           05 AMR-DATA            PIC 9(08).
           05 AMR-OPERADOR        PIC X(04).
