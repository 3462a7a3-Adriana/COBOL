       77  WS-CORRETORES-STATUS   PIC XX VALUES SPACES.
       77  IDX-COR                PIC 9(02) VALUES 0.
       77  WS-NUM-CORRETORES      PIC 9(02) VALUES 0.
       77  WS-COR-ACHADO          PIC 9(02) VALUES 0.
       77  WS-CORRETOR-PESQ       PIC X(04) VALUES SPACES.
       01  TABELA-CORRETORES.
           05 COR-ITEM OCCURS 50 TIMES.
               10 COR-T-CODIGO    PIC X(04).
               10 COR-T-NOME      PIC X(30).
               10 COR-T-NIF       PIC 9(09).
               10 COR-T-COMISSAO  PIC 9(02)V99.
               10 COR-T-ATIVO     PIC X(01).
