       77  WS-DESPESAS-STATUS     PIC XX VALUES SPACES.
       77  IDX-DSP                PIC 9(04) VALUES 0.
       77  WS-NUM-DESPESAS        PIC 9(04) VALUES 0.
       77  WS-DSP-TRUNCADA        PIC A VALUES "N".
      * Limites legais de isencao: quilometro em viatura propria e
      * ajuda de custo diaria em territorio nacional.
       77  WS-DSP-LIMITE-KM       PIC 9V99 VALUES 0.40.
       77  WS-DSP-LIMITE-DIA      PIC 9(03)V99 VALUES 50.20.
       01  TABELA-DESPESAS.
           05 DSP-ITEM OCCURS 1000 TIMES.
               10 DSP-T-NUMERO         PIC 9(05).
               10 DSP-T-NOME           PIC X(30).
               10 DSP-T-DATA           PIC 9(08).
               10 DSP-T-TIPO           PIC X(01).
               10 DSP-T-QUANTIDADE     PIC 9(05)V99.
               10 DSP-T-VALOR          PIC 9(06)V99.
               10 DSP-T-RECIBOS        PIC 9(02).
               10 DSP-T-DESCRICAO      PIC X(30).
               10 DSP-T-ISENTO         PIC 9(06)V99.
               10 DSP-T-TRIBUTAVEL     PIC 9(06)V99.
               10 DSP-T-ESTADO         PIC X(01).
               10 DSP-T-OPERADOR       PIC X(04).
               10 DSP-T-APROVADO-POR   PIC X(04).
               10 DSP-T-DATA-APROVACAO PIC 9(08).
               10 DSP-T-PERIODO-PAGO   PIC 9(06).
