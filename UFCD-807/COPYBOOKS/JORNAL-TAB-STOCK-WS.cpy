      * Imagem da tabela de stock tirada na carga, para o jornal
      * de transacoes saber o que mudou quando o ficheiro se regrava.
       01  WS-JRN-IMAGEM-STOCK   PIC X(40) VALUES SPACES.
       77  WS-JRN-NUM-STOCK      PIC 9(05) VALUES 0.
