      * Imagem da tabela de contas da agua tirada na carga, para o
      * jornal de transacoes saber o que mudou quando o ficheiro se
      * regrava.
       01  WS-JRN-IMAGEM-AGUA   PIC X(90900) VALUES SPACES.
       77  WS-JRN-NUM-AGUA      PIC 9(05) VALUES 0.
