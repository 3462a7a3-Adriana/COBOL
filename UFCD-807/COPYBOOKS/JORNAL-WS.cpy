      * Pedido ao JORNAL-REGISTAR (um registo) ou ao JORNAL-TABELA
      * (diferencas entre a tabela carregada e a que se vai gravar).
      * WS-JRN-PROGRAMA e posto pelo programa no arranque.
       01  WS-JORNAL-PEDIDO.
           05 WS-JRN-PROGRAMA     PIC X(30) VALUES SPACES.
           05 WS-JRN-FICHEIRO     PIC X(20) VALUES SPACES.
           05 WS-JRN-OPERACAO     PIC X(01) VALUES SPACES.
           05 WS-JRN-CHAVE        PIC X(30) VALUES SPACES.
           05 WS-JRN-ANTES        PIC X(250) VALUES SPACES.
           05 WS-JRN-DEPOIS       PIC X(250) VALUES SPACES.
           05 WS-JRN-TAMANHO      PIC 9(04) VALUES 0.
           05 WS-JRN-POS-CHAVE    PIC 9(04) VALUES 0.
           05 WS-JRN-TAM-CHAVE    PIC 9(04) VALUES 0.
           05 WS-JRN-NUM-ANTES    PIC 9(05) VALUES 0.
           05 WS-JRN-NUM-DEPOIS   PIC 9(05) VALUES 0.
