       77  WS-SINISTROS-STATUS    PIC XX VALUES SPACES.
       77  IDX-SIN                PIC 9(03) VALUES 0.
       77  WS-NUM-SINISTROS       PIC 9(03) VALUES 0.
       77  WS-SIN-ULTIMO          PIC 9(04) VALUES 0.
       01  TABELA-SINISTROS.
           05 SIN-ITEM OCCURS 200 TIMES.
               10 SIN-T-NUM       PIC 9(04).
               10 SIN-T-CONTRATO-NUM PIC 9(04).
               10 SIN-T-PLACA     PIC X(08).
               10 SIN-T-DATA-DANO PIC 9(08).
               10 SIN-T-SEGURADORA PIC X(20).
               10 SIN-T-NUM-APOLICE PIC X(15).
               10 SIN-T-DATA-ABERTURA PIC 9(08).
               10 SIN-T-ESTADO    PIC X(01).
               10 SIN-T-DATA-ESTADO PIC 9(08).
               10 SIN-T-CUSTO-REPARACAO PIC 9(06)V99.
               10 SIN-T-FRANQUIA  PIC 9(05)V99.
               10 SIN-T-VALOR-RECLAMADO PIC 9(06)V99.
               10 SIN-T-VALOR-RECEBIDO PIC 9(06)V99.
               10 SIN-T-REFERENCIA PIC X(15).
