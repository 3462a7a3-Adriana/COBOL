       FD  FICHEIRO-REEMBOLSOS.
       01  REG-REEMBOLSO.
           05 RMB-NUMERO          PIC 9(05).
           05 RMB-CONTA           PIC X(10).
           05 RMB-NOME            PIC X(30).
           05 RMB-IBAN            PIC X(25).
           05 RMB-VALOR           PIC 9(06)V99.
           05 RMB-ORIGEM          PIC X(01).
           05 RMB-DATA-PEDIDO     PIC 9(08).
           05 RMB-OPERADOR        PIC X(04).
           05 RMB-ESTADO          PIC X(01).
           05 RMB-DATA-EMISSAO    PIC 9(08).
           05 RMB-RECIBO          PIC 9(06).
           05 RMB-APROVADO-POR    PIC X(04).
