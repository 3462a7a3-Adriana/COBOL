       77  WS-RGPD-STATUS         PIC XX VALUES SPACES.
       77  WS-RGPD-NUMERO         PIC 9(06) VALUES 0.
       77  WS-RGPD-ORIGEM         PIC X(01) VALUES SPACES.
       77  WS-RGPD-ACAO           PIC X(01) VALUES SPACES.
       77  WS-RGPD-FICHEIRO       PIC X(20) VALUES SPACES.
       77  WS-RGPD-REFERENCIA     PIC X(12) VALUES SPACES.
       77  WS-RGPD-PROGRAMA       PIC X(15) VALUES SPACES.
       77  WS-RGPD-HORA           PIC 9(08) VALUES 0.
      * Texto que substitui o nome do titular nos registos
      * anonimizados (tambem serve para os reconhecer depois).
       77  WS-RGPD-ANONIMO        PIC X(20) VALUES "ANONIMIZADO RGPD".
      * Codigo que substitui a carta de conducao no cliente do
      * aluguer: RGPD seguido dos 5 ultimos digitos do registo.
       01  WS-RGPD-CODIGO.
           05 FILLER              PIC X(04) VALUES "RGPD".
           05 WS-RGPD-COD-NUM     PIC 9(05) VALUES 0.
