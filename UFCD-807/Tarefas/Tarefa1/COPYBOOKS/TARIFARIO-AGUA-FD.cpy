           05 TAR-IVA-PCT         PIC V99.
           05 TAR-ESC-QTD OCCURS 3 TIMES PIC 9(03).
           05 TAR-ESC-PRECO OCCURS 4 TIMES PIC 9(02)V99.
      * Data de entrada em vigor da versao (AAAAMMDD); 0 na versao
      * original. As versoes antigas ficam no ficheiro.
           05 TAR-DATA-INICIO     PIC 9(08).
