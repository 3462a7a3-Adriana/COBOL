       FD  FICHEIRO-PORTAGENS.
       01  REG-PORTAGEM.
           05 POR-PLACA           PIC X(08).
           05 POR-DATA            PIC 9(08).
           05 POR-HORA            PIC 9(04).
           05 POR-PORTICO         PIC X(20).
           05 POR-VALOR           PIC 9(04)V99.
      * C = lancada no saldo do cliente; E = a faturar a conta de
      * empresa; F = ja faturada a empresa; X = excecao (passagem
      * fora de qualquer contrato ou cliente sem ficha).
           05 POR-ESTADO          PIC X(01).
           05 POR-CONTRATO        PIC 9(04).
           05 POR-CARTA           PIC X(09).
           05 POR-CONTA-CORP      PIC X(04).
           05 POR-FATURA          PIC 9(06).
           05 POR-DATA-IMPORT     PIC 9(08).
           05 POR-MOTIVO          PIC X(20).
