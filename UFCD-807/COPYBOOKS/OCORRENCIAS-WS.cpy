       77  WS-OCORRENCIAS-STATUS  PIC XX VALUES SPACES.
       77  WS-OCO-TIPO            PIC X(02) VALUES SPACES.
       77  WS-OCO-PROGRAMA        PIC X(15) VALUES SPACES.
       77  WS-OCO-REFERENCIA      PIC X(15) VALUES SPACES.
       77  WS-OCO-VALOR           PIC S9(07)V99 VALUES 0.
       77  WS-OCO-AUTORIZADOR     PIC X(04) VALUES SPACES.
       77  WS-OCO-DETALHE         PIC X(30) VALUES SPACES.
       77  WS-OCO-HORA            PIC 9(08) VALUES 0.
