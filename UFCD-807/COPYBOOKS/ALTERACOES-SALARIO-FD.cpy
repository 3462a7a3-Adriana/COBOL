      * Alteracoes do salario contratual com data de efeito. Estado:
      * P - com efeito em periodos ja fechados, retroativos por
      * calcular; R - retroativos calculados; S - sem retroativos.
       FD  FICHEIRO-ALT-SALARIO.
       01  REG-ALT-SALARIO.
           05 ALS-NOME            PIC X(30).
           05 ALS-DATA-EFEITO     PIC 9(08).
           05 ALS-DATA-REGISTO    PIC 9(08).
           05 ALS-SALARIO-ANTES   PIC 9(06)V99.
           05 ALS-SALARIO-NOVO    PIC 9(06)V99.
           05 ALS-OPERADOR        PIC X(04).
           05 ALS-ESTADO          PIC X(01).
