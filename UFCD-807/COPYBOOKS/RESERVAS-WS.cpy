       77  WS-RESERVAS-STATUS     PIC XX VALUES SPACES.
       77  WS-NOME-BACKUP-RES     PIC X(30) VALUES "RESERVAS.DAT".
       77  IDX-RES                PIC 9(03) VALUES 0.
       77  WS-NUM-RESERVAS        PIC 9(03) VALUES 0.
       77  WS-RES-ACHADA          PIC 9(03) VALUES 0.
       77  WS-RES-ULTIMO-NUM      PIC 9(05) VALUES 0.
       77  WS-RES-TRUNCADA        PIC A VALUES "N".
       01  WS-RES-HOJE            PIC 9(08) VALUES 0.
      * Uma reserva ocupa a mesa durante WS-RES-DURACAO minutos.
       77  WS-RES-DURACAO         PIC 9(03) VALUES 120.
       77  WS-RES-MIN-A           PIC 9(04) VALUES 0.
       77  WS-RES-MIN-B           PIC 9(04) VALUES 0.
       77  WS-RES-CHOQUE          PIC 9(03) VALUES 0.
       01  WS-RES-HHMM            PIC 9(04) VALUES 0.
       01  WS-RES-HHMM-R REDEFINES WS-RES-HHMM.
           05 WS-RES-HH           PIC 9(02).
           05 WS-RES-MM           PIC 9(02).
       01  TABELA-RESERVAS.
           05 RES-ITEM OCCURS 900 TIMES.
               10 RES-T-NUMERO      PIC 9(05).
               10 RES-T-DATA        PIC 9(08).
               10 RES-T-HORA        PIC 9(04).
               10 RES-T-PESSOAS     PIC 9(02).
               10 RES-T-NOME        PIC X(20).
               10 RES-T-CONTATO     PIC 9(09).
               10 RES-T-MESA        PIC 9(02).
               10 RES-T-ESTADO      PIC X(01).
               10 RES-T-SINAL       PIC 9(03)V99.
               10 RES-T-OPERADOR    PIC X(04).
