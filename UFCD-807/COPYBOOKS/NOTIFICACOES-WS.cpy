       77  WS-NOTIFICACOES-STATUS PIC XX VALUES SPACES.
       77  WS-NTF-NEGOCIO         PIC X(03) VALUES SPACES.
       77  WS-NTF-MODELO          PIC X(10) VALUES SPACES.
       77  WS-NTF-CHAVE           PIC X(20) VALUES SPACES.
       77  WS-NTF-DESTINO         PIC X(40) VALUES SPACES.
       77  WS-NTF-NOME            PIC X(30) VALUES SPACES.
       77  WS-NTF-REFERENCIA      PIC X(12) VALUES SPACES.
       77  WS-NTF-VAR1            PIC X(20) VALUES SPACES.
       77  WS-NTF-VAR2            PIC X(20) VALUES SPACES.
       77  WS-NTF-PROGRAMA        PIC X(15) VALUES SPACES.
       77  WS-NTF-DATA-HOJE       PIC 9(08) VALUES 0.
       77  WS-NTF-HORA-AGORA      PIC 9(08) VALUES 0.
