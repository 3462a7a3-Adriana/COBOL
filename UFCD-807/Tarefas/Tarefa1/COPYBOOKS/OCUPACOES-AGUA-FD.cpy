       FD  FICHEIRO-OCUPACOES.
       01  REG-OCUPACAO.
           05 OCP-CONTA           PIC X(10).
           05 OCP-NOME            PIC X(30).
           05 OCP-NIF             PIC 9(09).
           05 OCP-CLASSE          PIC X(01).
           05 OCP-IBAN            PIC X(25).
           05 OCP-DATA-INICIO     PIC 9(08).
           05 OCP-LEITURA-INICIO  PIC 9(06).
           05 OCP-DATA-FIM        PIC 9(08).
           05 OCP-LEITURA-FIM     PIC 9(06).
           05 OCP-DIVIDA          PIC 9(06)V99.
           05 OCP-FATURA-FINAL    PIC 9(06).
