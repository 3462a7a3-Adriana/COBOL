       77  WS-OCUPACOES-STATUS    PIC XX VALUES SPACES.
       77  IDX-OCP                PIC 9(03) VALUES 0.
       77  WS-NUM-OCUPACOES       PIC 9(03) VALUES 0.
       77  WS-OCP-ACHADA          PIC 9(03) VALUES 0.
       77  WS-OCP-PESQUISA        PIC X(10) VALUES SPACES.
       77  WS-OCP-TRUNCADA        PIC A VALUES "N".
       01  TABELA-OCUPACOES.
           05 OCP-ITEM OCCURS 300 TIMES.
               10 OCP-T-CONTA          PIC X(10).
               10 OCP-T-NOME           PIC X(30).
               10 OCP-T-NIF            PIC 9(09).
               10 OCP-T-CLASSE         PIC X(01).
               10 OCP-T-IBAN           PIC X(25).
               10 OCP-T-DATA-INICIO    PIC 9(08).
               10 OCP-T-LEITURA-INICIO PIC 9(06).
               10 OCP-T-DATA-FIM       PIC 9(08).
               10 OCP-T-LEITURA-FIM    PIC 9(06).
               10 OCP-T-DIVIDA         PIC 9(06)V99.
               10 OCP-T-FATURA-FINAL   PIC 9(06).
