       FD  FICHEIRO-CORRETORES.
       01  REG-CORRETOR.
           05 COR-CODIGO          PIC X(04).
           05 COR-NOME            PIC X(30).
           05 COR-NIF             PIC 9(09).
           05 COR-COMISSAO        PIC 9(02)V99.
           05 COR-ATIVO           PIC X(01).
