      * Diferencas de um periodo fechado recalculado a nova taxa.
      * Estado: P - por pagar; L - paga na folha de RET-PERIODO-PAGO.
       FD  FICHEIRO-RETROATIVOS.
       01  REG-RETROATIVO.
           05 RET-NOME            PIC X(30).
           05 RET-PERIODO-ORIGEM  PIC 9(06).
           05 RET-DATA-CALCULO    PIC 9(08).
           05 RET-BASE            PIC 9(06)V99.
           05 RET-SUBSIDIOS       PIC 9(06)V99.
           05 RET-IRS             PIC 9(06)V99.
           05 RET-SEG-SOCIAL      PIC 9(06)V99.
           05 RET-SS-PATRONAL     PIC 9(06)V99.
           05 RET-ESTADO          PIC X(01).
           05 RET-PERIODO-PAGO    PIC 9(06).
