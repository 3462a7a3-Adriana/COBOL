               10 CTR-T-DATA-TROCA      PIC 9(08).
               10 CTR-T-KMS-TROCA       PIC 9(06).
               10 CTR-T-NIF             PIC 9(09).
               10 CTR-T-CANAL           PIC X(04).
               10 CTR-T-FILIAL-DEV      PIC 9(01).
               10 CTR-T-NUM-EQUIP       PIC 9(01).
               10 CTR-T-EQUIP OCCURS 3 TIMES.
                   15 CTR-T-EQ-CODIGO   PIC X(04).
                   15 CTR-T-EQ-QTD      PIC 9(01).
                   15 CTR-T-EQ-PRECO    PIC 9(03)V99.
               10 CTR-T-INTERNO         PIC X(03).
       77  WS-CONTRATOS-CTL-STATUS PIC XX VALUES SPACES.
       77  WS-CONTRATOS-CTL-ERRO  PIC A VALUES "N".
       77  WS-CTR-HASH            PIC 9(10)V99 VALUES 0.
      * Imagem da tabela tirada na carga, para o jornal de transacoes
      * saber o que mudou quando os contratos se regravam.
       01  WS-JRN-IMAGEM-CONTRATOS PIC X(40000) VALUES SPACES.
       77  WS-JRN-NUM-CONTRATOS   PIC 9(05) VALUES 0.
