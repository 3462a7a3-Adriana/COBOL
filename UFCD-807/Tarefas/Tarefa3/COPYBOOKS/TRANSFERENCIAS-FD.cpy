       FD  FICHEIRO-TRANSFERENCIAS.
       01  REG-TRANSFERENCIA.
           05 TRF-NUM             PIC 9(05).
           05 TRF-PLACA           PIC X(08).
           05 TRF-ORIGEM          PIC 9(01).
           05 TRF-DESTINO         PIC 9(01).
           05 TRF-DATA-SAIDA      PIC 9(08).
           05 TRF-DATA-CHEGADA    PIC 9(08).
           05 TRF-MOTORISTA       PIC X(30).
           05 TRF-KMS             PIC 9(04).
           05 TRF-CUSTO           PIC 9(05)V99.
      * T = viatura na estrada; C = chegada confirmada no destino.
           05 TRF-ESTADO          PIC X(01).
           05 TRF-OPERADOR        PIC X(04).
