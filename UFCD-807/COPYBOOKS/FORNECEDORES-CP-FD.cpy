      * Origem da fatura: C = compra de ingredientes, D = reparacao
      * de dano, M = comissao de corretor do aluguer (lancada pelo
      * extrato mensal, com o periodo AAAAMM e o codigo do corretor
      * na referencia), O = outra despesa.
       FD  FICHEIRO-CP.
       01  REG-CONTA-PAGAR.
           05 FCP-FORNECEDOR      PIC X(20).
           05 FCP-FATURA          PIC X(12).
           05 FCP-DATA            PIC 9(08).
           05 FCP-VENCIMENTO      PIC 9(08).
           05 FCP-VALOR           PIC 9(07)V99.
           05 FCP-ORIGEM          PIC X(01).
           05 FCP-REF-ORIGEM      PIC X(12).
           05 FCP-PAGA            PIC X(01).
           05 FCP-DATA-PAGA       PIC 9(08).
           05 FCP-REF-PAGA        PIC X(10).
           05 FCP-ENCOMENDA       PIC 9(06).
           05 FCP-RETIDA          PIC X(01).
           05 FCP-MOTIVO-RETENCAO PIC X(30).
