       FD  FICHEIRO-RESERVAS.
       01  REG-RESERVA.
           05 RES-NUMERO          PIC 9(05).
           05 RES-DATA            PIC 9(08).
           05 RES-HORA            PIC 9(04).
           05 RES-PESSOAS         PIC 9(02).
           05 RES-NOME            PIC X(20).
           05 RES-CONTATO         PIC 9(09).
           05 RES-MESA            PIC 9(02).
      * R reservada, S sentada (mesa aberta no T04), F faltou,
      * C cancelada.
           05 RES-ESTADO          PIC X(01).
           05 RES-SINAL           PIC 9(03)V99.
           05 RES-OPERADOR        PIC X(04).
