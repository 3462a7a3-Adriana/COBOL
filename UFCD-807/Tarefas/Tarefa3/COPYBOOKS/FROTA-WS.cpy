               10 FR-T-FILIAL     PIC X(03).
               10 FR-T-CUSTO-AQUISICAO PIC 9(07)V99.
               10 FR-T-DATA-AQUISICAO  PIC 9(08).
               10 FR-T-LOCAL      PIC 9(01).
       77  WS-FROTA-CTL-STATUS    PIC XX VALUES SPACES.
       77  WS-FROTA-CTL-ERRO      PIC A VALUES "N".
       77  WS-FR-HASH             PIC 9(10)V99 VALUES 0.
      * Imagem da tabela tirada na carga, para o jornal de transacoes
      * saber o que mudou quando a frota se regrava.
       01  WS-JRN-IMAGEM-FROTA    PIC X(1700) VALUES SPACES.
       77  WS-JRN-NUM-FROTA       PIC 9(05) VALUES 0.
