           05 REG-ZONA            PIC X(03).
           05 REG-NIF             PIC 9(09).
           05 REG-FATURA-NUM      PIC 9(06).
      * Origem do pedido: espaco = balcao/telefone, "P" = plataforma
      * de entregas (importado por T04-PLATAFORMA com a referencia
      * do pedido na plataforma, para a conciliacao do extrato).
           05 REG-ORIGEM          PIC X(01).
           05 REG-PLATAFORMA      PIC X(03).
           05 REG-REF-PLATAFORMA  PIC X(15).
      * Crosta de cada pizza (1-4 como na tabela de precos); os
      * registos anteriores, sem crosta, contam como tradicional.
           05 REG-CROSTA-PIZZA OCCURS 5 TIMES PIC 9(01).
      * Hora real em que o pedido foi registado (HHMM), para cruzar
      * as vendas com as horas de ponto da pizzaria.
           05 REG-HORA-PEDIDO     PIC 9(04).
      * Codigo da promocao aplicada ao pedido (espaco = nenhuma).
           05 REG-PROMO-CODIGO    PIC X(10).
      * Alergias do cliente no momento do pedido (posicoes de
      * ALERGENOS.DAT), para o talao de cozinha impresso mais tarde.
           05 REG-ALERGIAS        PIC X(14).
      * Gorjeta deixada em cada parte do pagamento (cartao ou MB);
      * nao entra no total, no IVA nem nas vendas - vai para o fundo
      * de gorjetas repartido na folha de salarios.
           05 REG-GORJETA OCCURS 3 TIMES PIC 9(04)V99.
