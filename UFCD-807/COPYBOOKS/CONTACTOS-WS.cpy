       77  WS-CONTACTOS-STATUS    PIC XX VALUES SPACES.
       77  WS-NOME-BACKUP-CON     PIC X(30) VALUES "CONTACTOS.DAT".
       77  IDX-CON                PIC 9(04) VALUES 0.
       77  WS-NUM-CONTACTOS       PIC 9(04) VALUES 0.
       77  WS-CON-ACHADO          PIC 9(04) VALUES 0.
       77  WS-CON-TRUNCADA        PIC X(01) VALUES "N".
       77  WS-CON-PESQ-NEGOCIO    PIC X(03) VALUES SPACES.
       77  WS-CON-PESQ-CHAVE      PIC X(20) VALUES SPACES.
       01  TABELA-CONTACTOS.
           05 CON-ITEM OCCURS 2000 TIMES.
               10 CON-T-NEGOCIO       PIC X(03).
               10 CON-T-CHAVE         PIC X(20).
               10 CON-T-NOME          PIC X(30).
               10 CON-T-TELEFONE      PIC 9(09).
               10 CON-T-EMAIL         PIC X(40).
               10 CON-T-CANAL         PIC X(01).
               10 CON-T-RECUSA        PIC X(01).
               10 CON-T-DATA-RECUSA   PIC 9(08).
