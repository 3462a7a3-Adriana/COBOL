       77  WS-MESAS-STATUS        PIC XX VALUES SPACES.
       77  WS-NOME-BACKUP-MSA     PIC X(30) VALUES "MESAS-SALA.DAT".
       77  IDX-MSA                PIC 9(02) VALUES 0.
       77  WS-NUM-MESAS           PIC 9(02) VALUES 0.
       77  WS-MSA-ACHADA          PIC 9(02) VALUES 0.
       77  WS-MSA-PROCURADA       PIC 9(02) VALUES 0.
       01  TABELA-MESAS.
           05 MSA-ITEM OCCURS 40 TIMES.
               10 MSA-T-NUMERO      PIC 9(02).
               10 MSA-T-LUGARES     PIC 9(02).
               10 MSA-T-ZONA        PIC X(12).
