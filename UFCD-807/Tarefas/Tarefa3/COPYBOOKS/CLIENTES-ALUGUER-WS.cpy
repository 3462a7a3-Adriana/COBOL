               10 CAL-T-SALDO-DEVIDO PIC 9(06)V99.
       77  WS-CAL-CTL-STATUS      PIC XX VALUES SPACES.
       77  WS-CAL-CTL-ERRO        PIC A VALUES "N".
       77  WS-NOME-BACKUP-CAL     PIC X(30)
           VALUES "CLIENTES-ALUGUER.DAT".
      * Imagem da tabela tirada na carga, para o jornal de transacoes
      * saber que clientes mudaram quando o ficheiro se regrava.
       01  WS-JRN-IMAGEM-CAL      PIC X(17200) VALUES SPACES.
       77  WS-JRN-NUM-CAL         PIC 9(05) VALUES 0.
