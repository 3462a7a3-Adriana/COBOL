      * Um registo por declaracao periodica apurada: o IVA a entregar
      * no trimestre (com sinal - as notas de credito podem deixar o
      * trimestre a credito) e a data limite de pagamento (dia 20 do
      * segundo mes seguinte ao fim do trimestre). Se o trimestre for
      * apurado outra vez, vale o ultimo registo.
       FD  FICHEIRO-IVA-APURAMENTOS.
       01  REG-IVA-APURAMENTO.
           05 IVP-ANO             PIC 9(04).
           05 IVP-TRIMESTRE       PIC 9(01).
           05 IVP-SINAL           PIC X(01).
           05 IVP-VALOR           PIC 9(09)V99.
           05 IVP-DATA-LIMITE     PIC 9(08).
           05 IVP-DATA-APURAMENTO PIC 9(08).
