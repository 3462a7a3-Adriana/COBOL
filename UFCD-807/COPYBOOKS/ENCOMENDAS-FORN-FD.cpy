      * Uma linha por ingrediente encomendado: o numero da encomenda
      * repete-se em todas as linhas da mesma nota de encomenda.
       FD  FICHEIRO-ENC-FORN.
       01  REG-ENC-FORN.
           05 EFO-NUMERO          PIC 9(06).
           05 EFO-LINHA           PIC 9(02).
           05 EFO-FORNECEDOR      PIC X(20).
           05 EFO-DATA            PIC 9(08).
           05 EFO-INGREDIENTE     PIC 9(02).
           05 EFO-QTD-ENCOMENDADA PIC 9(04).
           05 EFO-PRECO-UNIT      PIC 9(04)V99.
           05 EFO-QTD-RECEBIDA    PIC 9(04).
           05 EFO-QTD-FATURADA    PIC 9(04).
           05 EFO-ESTADO          PIC X(01).
