      * Jornal de transacoes: uma linha por registo mestre criado (I),
      * alterado (A) ou apagado (E), com a imagem antes e depois, para
      * o JORNAL-RECUPERAR refazer o trabalho sobre um backup reposto.
       FD  FICHEIRO-JORNAL.
       01  REG-JORNAL.
           05 JRN-DATA            PIC 9(08).
           05 JRN-HORA            PIC 9(08).
           05 JRN-PROGRAMA        PIC X(30).
           05 JRN-OPERADOR        PIC X(04).
           05 JRN-FICHEIRO        PIC X(20).
           05 JRN-OPERACAO        PIC X(01).
           05 JRN-CHAVE           PIC X(30).
           05 JRN-TAMANHO         PIC 9(04).
           05 JRN-ANTES           PIC X(250).
           05 JRN-DEPOIS          PIC X(250).
