      * Imagem da tabela de multas tirada na carga, para o jornal
      * de transacoes saber o que mudou quando o ficheiro se regrava.
       01  WS-JRN-IMAGEM-MULTAS   PIC X(121500) VALUES SPACES.
       77  WS-JRN-NUM-MULTAS      PIC 9(05) VALUES 0.
