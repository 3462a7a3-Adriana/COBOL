           05 CMP-INGREDIENTE     PIC 9(02).
           05 CMP-QUANTIDADE      PIC 9(04).
           05 CMP-CUSTO           PIC 9(06)V99.
      * Encomenda a que a entrega responde (0 = entrega sem encomenda)
           05 CMP-ENCOMENDA       PIC 9(06).
