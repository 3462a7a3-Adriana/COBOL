      * Notas de credito emitidas, uma por registo pela ordem de
      * emissao. Cada negocio tem a sua serie (NPZ pizzaria, NAL
      * aluguer, NAG agua) e cada nota refere a fatura que corrige.
       FD  FICHEIRO-NOTAS-CREDITO.
       01  REG-NOTA-CREDITO.
           05 NC-SERIE            PIC X(03).
           05 NC-NUMERO           PIC 9(06).
           05 NC-DATA             PIC 9(08).
           05 NC-HORA             PIC 9(04).
      * Fatura de origem (serie PIZ, ALG ou AGA, numero e data).
           05 NC-SERIE-FATURA     PIC X(03).
           05 NC-FATURA-NUM       PIC 9(06).
           05 NC-FATURA-DATA      PIC 9(08).
           05 NC-NIF              PIC 9(09).
           05 NC-CLIENTE          PIC X(30).
      * Conta do cliente: A - contador da agua; C - carta de
      * conducao do cliente do aluguer; E - codigo da conta de
      * empresa; espaco - cliente de balcao da pizzaria.
           05 NC-TIPO-CONTA       PIC X(01).
           05 NC-CONTA            PIC X(10).
      * T - anula a fatura toda; P - credito parcial.
           05 NC-TIPO             PIC X(01).
           05 NC-TAXA             PIC 9(02).
           05 NC-BASE             PIC 9(07)V99.
           05 NC-IVA              PIC 9(07)V99.
           05 NC-TOTAL            PIC 9(07)V99.
           05 NC-MOTIVO           PIC X(40).
      * Destino do credito: o que abateu a divida ou ficou na conta
      * do cliente e o que lhe foi devolvido, e como (D dinheiro,
      * M multibanco, C cartao, T transferencia).
           05 NC-ABATIDO          PIC 9(07)V99.
           05 NC-DEVOLVIDO        PIC 9(07)V99.
           05 NC-METODO-DEVOL     PIC X(01).
           05 NC-OPERADOR         PIC X(04).
