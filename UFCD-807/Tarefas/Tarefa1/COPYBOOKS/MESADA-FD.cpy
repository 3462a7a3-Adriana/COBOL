           05 MES-CATEGORIA       PIC X(12).
           05 MES-ORCAMENTO       PIC 9(06)V99.
           05 MES-GASTO           PIC 9(06)V99.
           05 MES-MEMBRO          PIC X(06).
