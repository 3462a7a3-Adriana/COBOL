       77  WS-VARIACOES-STATUS    PIC XX VALUES SPACES.
       77  IDX-VAR                PIC 9(03) VALUES 0.
       77  WS-NUM-VARIACOES       PIC 9(03) VALUES 0.
       77  WS-VAR-TRUNCADA        PIC A VALUES "N".
       77  WS-VAR-PERIODO-VER     PIC 9(06) VALUES 0.
       77  WS-VAR-RELATORIO-FEITO PIC A VALUES "N".
       77  WS-VAR-PENDENTES       PIC 9(03) VALUES 0.
       01  TABELA-VARIACOES.
           05 VAR-ITEM OCCURS 900 TIMES.
               10 VAR-T-PERIODO       PIC 9(06).
               10 VAR-T-TIPO          PIC X(01).
               10 VAR-T-NOME          PIC X(30).
               10 VAR-T-MOTIVO        PIC X(20).
               10 VAR-T-ANTES         PIC 9(07)V99.
               10 VAR-T-AGORA         PIC 9(07)V99.
               10 VAR-T-ESTADO        PIC X(01).
               10 VAR-T-DATA          PIC 9(08).
               10 VAR-T-OPERADOR      PIC X(04).
               10 VAR-T-VISTO-POR     PIC X(04).
               10 VAR-T-DATA-VISTO    PIC 9(08).
