       FD  FICHEIRO-NOTIFICACOES.
       01  REG-NOTIFICACAO.
      * Numero dado pelo lote de envio (0 = ainda por numerar); e o
      * que volta nos recibos da gateway.
           05 NTF-ID              PIC 9(08).
           05 NTF-DATA            PIC 9(08).
           05 NTF-HORA            PIC 9(06).
      * Negocio: PIZ pizzaria, ALG aluguer, AGA agua, MUL multas.
           05 NTF-NEGOCIO         PIC X(03).
           05 NTF-MODELO          PIC X(10).
      * Chave do cliente no negocio (telefone, carta, conta, ...).
           05 NTF-CHAVE           PIC X(20).
           05 NTF-DESTINO         PIC X(40).
           05 NTF-NOME            PIC X(30).
           05 NTF-REFERENCIA      PIC X(12).
           05 NTF-VAR1            PIC X(20).
           05 NTF-VAR2            PIC X(20).
           05 NTF-PROGRAMA        PIC X(15).
      * Estado: espaco por enviar, E enviada, R entregue, F falhada,
      * O cliente recusou, C sem contacto, D repetida.
           05 NTF-ESTADO          PIC X(01).
           05 NTF-CANAL           PIC X(01).
           05 NTF-DATA-ENVIO      PIC 9(08).
           05 NTF-MOTIVO          PIC X(30).
