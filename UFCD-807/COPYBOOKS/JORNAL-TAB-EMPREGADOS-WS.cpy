      * Imagem da tabela de empregados tirada na carga, para o jornal
      * de transacoes saber o que mudou quando o ficheiro se regrava.
       01  WS-JRN-IMAGEM-EMPREGADOS   PIC X(28800) VALUES SPACES.
       77  WS-JRN-NUM-EMPREGADOS      PIC 9(05) VALUES 0.
