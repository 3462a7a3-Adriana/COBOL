       FD  FICHEIRO-CONTACTOS.
       01  REG-CONTACTO.
           05 CON-NEGOCIO         PIC X(03).
           05 CON-CHAVE           PIC X(20).
           05 CON-NOME            PIC X(30).
           05 CON-TELEFONE        PIC 9(09).
           05 CON-EMAIL           PIC X(40).
      * Canal preferido: S SMS, E correio eletronico.
           05 CON-CANAL           PIC X(01).
      * S = o cliente pediu para nao receber mensagens.
           05 CON-RECUSA          PIC X(01).
           05 CON-DATA-RECUSA     PIC 9(08).
