           05 AGM-IBAN            PIC X(25).
           05 AGM-DATA-MANDATO    PIC 9(08).
           05 AGM-DEBITO-DIRETO   PIC X(01).
      * Estado da conta: espaco - ocupada; V - desocupada depois da
      * saida do titular (nao fatura ate entrar novo ocupante).
           05 AGM-ESTADO          PIC X(01).
      * Percurso de leitura: zona, morada do contador e ordem de
      * passagem do leitor dentro da zona (livros de rota).
           05 AGM-ZONA            PIC X(04).
           05 AGM-MORADA          PIC X(40).
           05 AGM-ORDEM-ROTA      PIC 9(04).
      * Saldo credor: espaco ou C - compensa na fatura seguinte; R -
      * reembolsa por transferencia para o IBAN da conta.
           05 AGM-CREDITO-DESTINO PIC X(01).
