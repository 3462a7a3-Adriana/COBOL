       FD  FICHEIRO-IDENTIFICACOES.
       01  REG-IDENTIFICACAO.
      * Multa de radar (matricula e data da infracao) notificada ao
      * proprietario para identificar o condutor.
           05 IDT-PLACA           PIC X(08).
           05 IDT-DATA-MULTA      PIC 9(08).
      * (P)endente, (I)dentificado e multa transferida, ou
      * (C)onfirmada contra o proprietario por falta de resposta.
           05 IDT-ESTADO          PIC X(01).
           05 IDT-DATA-NOTIF      PIC 9(08).
           05 IDT-PRAZO           PIC 9(08).
           05 IDT-CARTA           PIC X(10).
           05 IDT-NOME            PIC X(30).
           05 IDT-MORADA          PIC X(40).
           05 IDT-DATA-FECHO      PIC 9(08).
