       77  WS-EQUIPAMENTOS-STATUS PIC XX VALUES SPACES.
       77  IDX-EQP                PIC 9(02) VALUES 0.
       77  WS-NUM-EQUIPAMENTOS    PIC 9(02) VALUES 0.
       77  WS-EQP-ACHADO          PIC 9(02) VALUES 0.
       77  WS-EQP-PESQ            PIC X(04) VALUES SPACES.
       01  TABELA-EQUIPAMENTOS.
           05 EQP-ITEM OCCURS 50 TIMES.
               10 EQP-T-CODIGO    PIC X(04).
               10 EQP-T-DESCRICAO PIC X(20).
               10 EQP-T-PRECO-DIA PIC 9(03)V99.
               10 EQP-T-VALOR-REPOSICAO PIC 9(05)V99.
               10 EQP-T-STOCK OCCURS 9 TIMES PIC 9(03).
