       77  WS-ALT-SALARIO-STATUS  PIC XX VALUES SPACES.
       77  IDX-ALS                PIC 9(03) VALUES 0.
       77  WS-NUM-ALT-SALARIO     PIC 9(03) VALUES 0.
       01  TABELA-ALT-SALARIO.
           05 ALS-ITEM OCCURS 200 TIMES.
               10 ALS-T-NOME          PIC X(30).
               10 ALS-T-DATA-EFEITO   PIC 9(08).
               10 ALS-T-DATA-REGISTO  PIC 9(08).
               10 ALS-T-SALARIO-ANTES PIC 9(06)V99.
               10 ALS-T-SALARIO-NOVO  PIC 9(06)V99.
               10 ALS-T-OPERADOR      PIC X(04).
               10 ALS-T-ESTADO        PIC X(01).
