       FD  FICHEIRO-SINISTROS.
       01  REG-SINISTRO.
           05 SIN-NUM             PIC 9(04).
      * O dano de DANOS.DAT que deu origem a participacao (contrato,
      * matricula e data do dano).
           05 SIN-CONTRATO-NUM    PIC 9(04).
           05 SIN-PLACA           PIC X(08).
           05 SIN-DATA-DANO       PIC 9(08).
           05 SIN-SEGURADORA      PIC X(20).
           05 SIN-NUM-APOLICE     PIC X(15).
           05 SIN-DATA-ABERTURA   PIC 9(08).
      * S = submetido; A = aceite; P = pago; R = recusado.
           05 SIN-ESTADO          PIC X(01).
           05 SIN-DATA-ESTADO     PIC 9(08).
           05 SIN-CUSTO-REPARACAO PIC 9(06)V99.
           05 SIN-FRANQUIA        PIC 9(05)V99.
           05 SIN-VALOR-RECLAMADO PIC 9(06)V99.
           05 SIN-VALOR-RECEBIDO  PIC 9(06)V99.
           05 SIN-REFERENCIA      PIC X(15).
