       FD  FICHEIRO-RGPD.
       01  REG-RGPD.
           05 RGP-NUMERO          PIC 9(06).
           05 RGP-DATA            PIC 9(08).
           05 RGP-HORA            PIC 9(04).
      * Origem: P - pedido do titular; R - fim do prazo de conservacao.
           05 RGP-ORIGEM          PIC X(01).
      * Acao: A - dados anonimizados; E - registo eliminado.
           05 RGP-ACAO            PIC X(01).
           05 RGP-FICHEIRO        PIC X(20).
      * Referencia que fica no ficheiro depois do apagamento (conta,
      * matricula, numero da reserva ou codigo anonimo) - nunca o dado
      * pessoal apagado.
           05 RGP-REFERENCIA      PIC X(12).
           05 RGP-PROGRAMA        PIC X(15).
           05 RGP-OPERADOR        PIC X(04).
