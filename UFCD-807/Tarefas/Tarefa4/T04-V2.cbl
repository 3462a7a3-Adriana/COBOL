           COPY "ZONAS-SELECT.cpy".
           COPY "PROMOS-SELECT.cpy".
           COPY "VALES-SELECT.cpy".
           COPY "ALERGENOS-SELECT.cpy".
           COPY "RESERVAS-SELECT.cpy".
           COPY "EMPREGADOS-SELECT.cpy".
           COPY "CONSUMO-PESSOAL-SELECT.cpy".
           COPY "FATURA-HASH-SELECT.cpy".
           COPY "OCORRENCIAS-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.

       COPY "VALES-FD.cpy".

       COPY "ALERGENOS-FD.cpy".

       COPY "RESERVAS-FD.cpy".

       COPY "EMPREGADOS-FD.cpy".

       COPY "CONSUMO-PESSOAL-FD.cpy".

       COPY "FATURA-HASH-FD.cpy".

       COPY "OCORRENCIAS-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "JORNAL-TAB-STOCK-WS.cpy".
       77 WS-STOCK-STATUS        PIC XX VALUES SPACES.
       77 WS-PEDIDOS-STATUS      PIC XX VALUES SPACES.
       77 IDX-ING                PIC 9(02) VALUES 0.
       COPY "ZONAS-WS.cpy".
       COPY "PROMOS-WS.cpy".
       COPY "VALES-WS.cpy".
       COPY "ALERGENOS-WS.cpy".
       COPY "RESERVAS-WS.cpy".
       COPY "FATURA-HASH-WS.cpy".
       COPY "OCORRENCIAS-WS.cpy".
       77 WS-RES-ESCOLHIDA       PIC 9(05) VALUES 0.
       77 WS-RES-LINHA           PIC 9(02) VALUES 0.
       77 WS-ALG-CONFIRMA        PIC A VALUES SPACES.
       77 WS-PROMO-APLICADA      PIC X(20) VALUES SPACES.
       77 WS-PROMO-CODIGO        PIC X(10) VALUES SPACES.
       77 WS-QTD-MEDIAS          PIC 9(02) VALUES 0.
       77 WS-PARES-MEDIAS        PIC 9(02) VALUES 0.
       77 WS-ZONA-ESCOLHIDA      PIC X(03) VALUES SPACES.
       77 WS-LISTA-PTR           PIC 9(03) VALUES 1.
       77 PEDIDO-PARA-JA         PIC A     VALUES "S".
       77 WS-CLIENTES-STATUS     PIC XX VALUES SPACES.
       77 WS-EMPREGADOS-STATUS   PIC XX VALUES SPACES.
       77 WS-CONSUMOS-STATUS     PIC XX VALUES SPACES.
       77 WS-CLI-CTL-STATUS       PIC XX VALUES SPACES.
       77 WS-CLI-CTL-ERRO         PIC A VALUES "N".
       77 WS-CLI-HASH             PIC 9(10)V99 VALUES 0.
       77 WS-PONTOS-GANHOS       PIC 9(06) VALUES 0.
       77 WS-PONTOS-RESGATE      PIC 9(06) VALUES 50.
       77 WS-HORA-PROMETIDA      PIC 9(04) VALUES 0.
       77 WS-HORA-SISTEMA        PIC 9(08) VALUES 0.
       77 WS-TALAO-EMITIDO       PIC X(01) VALUES "S".
       77 WS-NUM-PROVISORIO      PIC 9(04) VALUES 0.
       77 WS-LISTA-INGREDIENTES  PIC X(80) VALUES SPACES.
       77 WS-VALOR-DESCONTO     PIC 9(06)V99 VALUES 0.
       77 WS-SUBTOTAL           PIC 9(06)V99 VALUES 0.
       77 METODO-PAGAMENTO      PIC A     VALUES SPACES.
           88 VALIDAR-METODO-PAGAMENTO VALUES "D" "M" "C" "V" "E".
       77 WS-VALOR-ENTREGUE     PIC 9(06)V99 VALUES 0.
       77 WS-TROCO              PIC 9(06)V99 VALUES 0.
       77 WS-NUM-PIZZAS         PIC 9(02) VALUES 1.
       77 WS-FALTA-PAGAR        PIC 9(06)V99 VALUES 0.
       77 WS-VALOR-PARTE        PIC 9(06)V99 VALUES 0.
       77 METODO-PARTE          PIC A     VALUES SPACES.
           88 VALIDAR-METODO-PARTE VALUES "D" "M" "C" "V" "E".
       77 WS-GORJETA-PARTE      PIC 9(04)V99 VALUES 0.
       77 WS-TOTAL-GORJETAS     PIC 9(05)V99 VALUES 0.
      * Conta de empregado: o pedido sai a preco de pessoal (menos
      * WS-PCT-PESSOAL %) e e descontado no vencimento pela folha.
       77 WS-PCT-PESSOAL        PIC 9(02) VALUES 30.
       77 WS-DESCONTO-PESSOAL   PIC 9(06)V99 VALUES 0.
       77 WS-EMP-CONTA          PIC X(30) VALUES SPACES.
       77 WS-EMP-CONTA-OK       PIC A VALUES "N".
       77 WS-PAGAR-MESA         PIC A VALUES "N".
       01 WS-PAGAMENTOS-PEDIDO.
           05 WS-PAG-ITEM OCCURS 3 TIMES.
               10 WS-PAG-METODO   PIC X(01).
               10 WS-PAG-VALOR    PIC 9(06)V99.
               10 WS-PAG-GORJETA  PIC 9(04)V99.
       77 IDX-PMESA              PIC 9(03) VALUES 0.
       77 WS-NUM-PED-MESA        PIC 9(03) VALUES 0.
       77 WS-MESA-TOTAL          PIC 9(06)V99 VALUES 0.

       PROCEDURE DIVISION.
       CARREGAR-STOCK.
           MOVE "T04" TO WS-JRN-PROGRAMA.
           MOVE 0 TO IDX-ING.
           OPEN INPUT FICHEIRO-STOCK.
           IF (WS-STOCK-STATUS = "00") THEN
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-STOCK.
           PERFORM FOTOGRAFAR-TAB-STOCK.

       INICIO.
           IF (WS-CONTADOR-CARREGADO = "N") THEN
               PERFORM CARREGAR-ZONAS
               PERFORM CARREGAR-PROMOS
               PERFORM CARREGAR-VALES
               PERFORM CARREGAR-ALERGENOS
               PERFORM VERIFICAR-CONTROLO-CLI
               PERFORM LER-OPERADOR-SESSAO
               MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR
           MOVE WS-FATURA-NUM TO REG-CTR-FATURA.
           WRITE REG-CTR-FATURA.
           CLOSE FICHEIRO-CTR-FATURA.
      * Cada fatura leva o hash da anterior da serie (cadeia em
      * FATURAS-HASH.DAT).
           MOVE "PIZ" TO WS-FH-SERIE.
           MOVE WS-FATURA-NUM TO WS-FH-NUMERO.
           ACCEPT WS-FH-DATA FROM DATE YYYYMMDD.
           MOVE VALOR-TOTAL TO WS-FH-TOTAL.
           PERFORM ENCADEAR-FATURA.

      * Com o ficheiro de clientes em organizacao INDEXED a pesquisa
      * e um READ direto pela chave (o contacto); a antiga copia em
           MOVE "N" TO WS-CLI-EXISTE.
           MOVE 0 TO WS-CLI-PONTOS.
           MOVE SPACES TO WS-CLI-MORADA.
           MOVE SPACES TO WS-ALG-CLIENTE.
           MOVE SPACES TO WS-CLIENTES-STATUS.
           OPEN INPUT FICHEIRO-CLIENTES.
           IF (WS-CLIENTES-STATUS = "00") THEN
                       MOVE CLI-NOME TO CLIENTE
                       MOVE CLI-PONTOS TO WS-CLI-PONTOS
                       MOVE CLI-MORADA TO WS-CLI-MORADA
                       MOVE CLI-ALERGIAS TO WS-ALG-CLIENTE
               END-READ
           END-IF.
           CLOSE FICHEIRO-CLIENTES.
               DISPLAY "PONTOS: " WS-CLI-PONTOS
                   FOREGROUND-COLOR 6 HIGHLIGHT AT 0662
           END-IF.
           IF (WS-ALG-CLIENTE NOT = SPACES) THEN
               MOVE WS-ALG-CLIENTE TO WS-ALG-ITEM
               PERFORM DESCREVER-ALERGENOS
               DISPLAY "ALERGIAS: " WS-ALG-TEXTO
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0440
           END-IF.

      * Confere o registo de controlo CLIENTES.CTL (contagem e soma
      * dos pontos) varrendo o ficheiro; com as atualizacoes por
                   MOVE CONTATO TO CLI-CONTATO
                   MOVE CLIENTE TO CLI-NOME
                   MOVE WS-PONTOS-GANHOS TO CLI-PONTOS
                   MOVE SPACES TO CLI-ALERGIAS
                   MOVE 0 TO CLI-FALTAS
                   IF (MODO-ENTREGA = "D") AND
                      (MORADA-ENTREGA NOT = SPACES) THEN
                       MOVE MORADA-ENTREGA TO CLI-MORADA
                       MOVE SPACES TO CLI-MORADA
                   END-IF
                   WRITE REG-CLIENTE-MESTRE
                   IF (WS-CLIENTES-STATUS = "00") THEN
                       MOVE "I" TO WS-JRN-OPERACAO
                       PERFORM JORNAL-CLIENTES
                   END-IF
               NOT INVALID KEY
                   MOVE CLIENTE TO CLI-NOME
                   IF (MODO-ENTREGA = "D") AND
                           MOVE 0 TO CLI-PONTOS
                       END-IF
                   END-IF
                   PERFORM JORNAL-ANTES-CLIENTES
                   REWRITE REG-CLIENTE-MESTRE
                   IF (WS-CLIENTES-STATUS = "00") THEN
                       MOVE "A" TO WS-JRN-OPERACAO
                       PERFORM JORNAL-CLIENTES
                   END-IF
           END-READ.
           CLOSE FICHEIRO-CLIENTES.
           MOVE "N" TO WS-PONTOS-RESGATADOS.
               GO LER-MODO-ENTREGA
           END-IF.
           IF (MODO-ENTREGA = "M") THEN
               DISPLAY "MESA (0=RESERVA):" LINE 4 COL 41
               ACCEPT MESA-NUMERO FOREGROUND-COLOR 3 HIGHLIGHT
                   LINE 4 COL 60
               IF (MESA-NUMERO = 0) THEN
                   PERFORM ESCOLHER-RESERVA THRU FIM-ESCOLHER-RESERVA
               END-IF
               IF (MESA-NUMERO = 0) THEN
                   DISPLAY "MESA INVALIDA!" FOREGROUND-COLOR 4
                   HIGHLIGHT LINE 4 COL 64
           MOVE 1 TO WS-NUM-PIZZAS.

       PROXIMA-PIZZA.
           MOVE SPACES TO WS-ALG-ACUMULADO.
           PERFORM ESCOLHER-TIPO-PIZZA.
           PERFORM ESCOLHER-TIPO-CROSTA.
           MOVE ALG-PIZZA(TIPO-PIZZA) TO WS-ALG-ITEM.
           PERFORM JUNTAR-ALERGENOS.
           MOVE ALG-CROSTA(TIPO-CROSTA) TO WS-ALG-ITEM.
           PERFORM JUNTAR-ALERGENOS.
           PERFORM ESCOLHA-ING.
           PERFORM LER-MEIA-MEIA THRU FIM-LER-MEIA-MEIA.
           PERFORM LER-RETIRAR THRU FIM-LER-RETIRAR.
           PERFORM AVISAR-ALERGIA.
           IF (WS-TALAO-EMITIDO = "S") THEN
               PERFORM IMPRIMIR-TALAO-COZINHA
           END-IF.
                   TO WS-EXTRA-VALOR(WS-NUM-EXTRAS)
           END-IF.
           ADD WS-EXTRA-VALOR(WS-NUM-EXTRAS) TO CUSTO-EXTRAS.
           IF (WS-TIPO-EXTRA = "B") THEN
               MOVE ALG-BEBIDA(WS-COD-EXTRA) TO WS-ALG-ACUMULADO
           ELSE
               MOVE ALG-SOBR(WS-COD-EXTRA) TO WS-ALG-ACUMULADO
           END-IF.
           PERFORM AVISAR-ALERGIA.
           ADD 1 TO LINHA.
           DISPLAY "MAIS UMA BEBIDA/SOBREMESA? (S/N):"
               LINE LINHA COL 40.
                       WITH POINTER WS-LISTA-PTR
                   END-STRING
                   PERFORM ATUALIZAR-STOCK
                   MOVE ALG-ING(NUM-MENU-INGREDIENTES) TO WS-ALG-ITEM
                   PERFORM JUNTAR-ALERGENOS
               END-IF
               ADD 1 TO LINHA

       FIM-LER-MEIA-MEIA.
           EXIT.

      * Aviso ao operador quando o artigo (alergenos acumulados em
      * WS-ALG-ACUMULADO) tem algo a que o cliente e alergico; o
      * conflito fica em WS-ALG-CONFLITO para o talao da cozinha.
       AVISAR-ALERGIA.
           MOVE SPACES TO WS-ALG-CONFLITO.
           IF (WS-ALG-CLIENTE NOT = SPACES) THEN
               PERFORM CRUZAR-ALERGIAS
           END-IF.
           IF (WS-ALG-CONFLITO NOT = SPACES) THEN
               MOVE WS-ALG-CONFLITO TO WS-ALG-ITEM
               PERFORM DESCREVER-ALERGENOS
               ADD 1 TO LINHA
               DISPLAY "ATENCAO! CONTEM " WS-ALG-TEXTO
                   FOREGROUND-COLOR 4 HIGHLIGHT LINE LINHA COL 40
               ADD 1 TO LINHA
               DISPLAY "CLIENTE ALERGICO - CONFIRME (ENTER):"
                   FOREGROUND-COLOR 4 HIGHLIGHT LINE LINHA COL 40
               ACCEPT WS-ALG-CONFIRMA FOREGROUND-COLOR 3 HIGHLIGHT
                   LINE LINHA COL 78
           END-IF.

      * Lista de ingredientes a retirar ("sem cebola") - nao altera o
      * preco, mas tem de chegar a cozinha no talao.
       LER-RETIRAR.
               MOVE FUNCTION UPPER-CASE(WS-MESA-ABERTA)
                   TO WS-MESA-ABERTA
           END-IF.
           MOVE 0 TO WS-DESCONTO-PESSOAL.
           MOVE "N" TO WS-PAGAR-MESA.
           IF (WS-MESA-ABERTA = "S") THEN
               MOVE 0 TO WS-NUM-PAGAMENTOS
               MOVE SPACES TO METODO-PAGAMENTO
               PERFORM LER-PAGAMENTO THRU FIM-LER-PAGAMENTO
           END-IF.
           PERFORM GRAVAR-PEDIDO.
           IF (METODO-PAGAMENTO = "E") THEN
               PERFORM REGISTAR-CONSUMO-PESSOAL
           END-IF.
           PERFORM ATUALIZAR-CLIENTE THRU FIM-ATUALIZAR-CLIENTE.
           PERFORM IMPRIMIR-RECIBO-CLIENTE.

           MOVE 0 TO WS-DESCONTO-PCT.
           MOVE 0 TO WS-VALOR-DESCONTO.
           MOVE SPACES TO WS-PROMO-APLICADA.
           MOVE SPACES TO WS-PROMO-CODIGO.
           MOVE CONTATO TO WS-PROMO-CLIENTE.
           ACCEPT WS-PROMO-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-PROMO-HORA FROM TIME.
           COMPUTE WS-PROMO-HHMM = WS-PROMO-HORA / 10000.
                   MOVE WS-PRM-ACHADA TO IDX-PRM
                   PERFORM VERIFICAR-JANELA-PROMO
                   IF (WS-PROMO-VALIDA = "N") THEN
                       DISPLAY "CUPAO EXPIRADO/USADO/DE OUTRO CLIENTE"
                       FOREGROUND-COLOR 4 HIGHLIGHT LINE LINHA COL 95
                   ELSE
                       MOVE 0 TO WS-VALOR-DESCONTO
           END-IF.
           IF (WS-VALOR-DESCONTO > 0) THEN
               MOVE PRM-T-DESCRICAO(IDX-PRM) TO WS-PROMO-APLICADA
               MOVE PRM-T-CODIGO(IDX-PRM) TO WS-PROMO-CODIGO
           END-IF.

      * NIF do cliente para a fatura: 0 emite como consumidor final.
                   GO LER-PARTE-PAGAMENTO
               END-IF
           END-IF.
           DISPLAY "PAGAMENTO (D)INH (M)B (C)ARTAO (V)ALE (E)MPREG:"
               LINE LINHA COL 40.
           ACCEPT METODO-PARTE FOREGROUND-COLOR 3 HIGHLIGHT
               LINE LINHA COL 88.
           MOVE FUNCTION UPPER-CASE(METODO-PARTE) TO METODO-PARTE.
           IF (NOT VALIDAR-METODO-PARTE) THEN
               DISPLAY "DIGITE D, M, C, V OU E!" FOREGROUND-COLOR 4
               HIGHLIGHT LINE LINHA COL 90
               MOVE "T04" TO WS-ERRO-PROGRAMA
               MOVE "METODO DE PAGAMENTO INVALIDO" TO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               DISPLAY "SALDO RESTANTE DO VALE: " FORMAT-TOTAL
                   FOREGROUND-COLOR 6 HIGHLIGHT LINE LINHA COL 40
           END-IF.
      * Conta de empregado: so para um pedido de balcao pago de uma
      * vez - o preco de pessoal recalcula o pedido inteiro, que fica
      * como venda normal (com IVA) e vai para o consumo do pessoal
      * em vez da gaveta. O desconto incide so sobre os produtos, nao
      * sobre a taxa de entrega nem o suplemento de minimo.
           IF (METODO-PARTE = "E") THEN
               IF (MODO-ENTREGA NOT = "P") OR
                  (WS-NUM-PAGAMENTOS NOT = 1) OR
                  (WS-PAGAR-MESA = "S") THEN
                   DISPLAY "CONTA DE EMPREGADO SO AO BALCAO E UNICO!"
                       FOREGROUND-COLOR 4 HIGHLIGHT LINE LINHA COL 92
                   GO LER-PARTE-PAGAMENTO
               END-IF
               ADD 1 TO LINHA
               DISPLAY "EMPREGADO:" LINE LINHA COL 40
               ACCEPT WS-EMP-CONTA FOREGROUND-COLOR 3 HIGHLIGHT
                   LINE LINHA COL 52
               PERFORM PROCURAR-EMPREGADO-CONTA
               IF (WS-EMP-CONTA-OK NOT = "S") THEN
                   DISPLAY "EMPREGADO INEXISTENTE OU INATIVO!"
                       FOREGROUND-COLOR 4 HIGHLIGHT LINE LINHA COL 84
                   MOVE "T04" TO WS-ERRO-PROGRAMA
                   MOVE "CONTA DE EMPREGADO INVALIDA" TO
                       WS-ERRO-MENSAGEM
                   PERFORM REGISTAR-ERRO
                   GO LER-PARTE-PAGAMENTO
               END-IF
               COMPUTE WS-DESCONTO-PESSOAL ROUNDED =
                   (WS-SUBTOTAL - TAXA-ENTREGA - WS-SUPLEMENTO-MINIMO)
                   * WS-PCT-PESSOAL / 100
               SUBTRACT WS-DESCONTO-PESSOAL FROM WS-SUBTOTAL
               COMPUTE IVA = WS-SUBTOTAL * WS-TAXA-IVA
               COMPUTE VALOR-TOTAL = IVA + WS-SUBTOTAL
               MOVE VALOR-TOTAL TO WS-VALOR-PARTE
               MOVE VALOR-TOTAL TO WS-FALTA-PAGAR
               ADD 1 TO LINHA
               MOVE VALOR-TOTAL TO FORMAT-TOTAL
               DISPLAY "PRECO DE PESSOAL: " FORMAT-TOTAL
                   FOREGROUND-COLOR 6 HIGHLIGHT LINE LINHA COL 40
           END-IF.
           IF (METODO-PARTE = "D") THEN
               ADD 1 TO LINHA
               DISPLAY "VALOR ENTREGUE:" LINE LINHA COL 40
               MOVE WS-TROCO TO FORMAT-TOTAL
               DISPLAY FORMAT-TOTAL LINE LINHA COL 62
           END-IF.
      * A gorjeta so se aceita nos pagamentos pelo terminal (cartao
      * ou MB): soma-se ao valor cobrado no terminal mas fica fora do
      * total do pedido, do IVA e da gaveta do dinheiro.
           MOVE 0 TO WS-GORJETA-PARTE.
           IF (METODO-PARTE = "C") OR (METODO-PARTE = "M") THEN
               ADD 1 TO LINHA
               DISPLAY "GORJETA (0=NENHUMA):" LINE LINHA COL 40
               ACCEPT WS-GORJETA-PARTE FOREGROUND-COLOR 3 HIGHLIGHT
                   LINE LINHA COL 78
               IF (WS-GORJETA-PARTE > 0) THEN
                   COMPUTE FORMAT-TOTAL =
                       WS-VALOR-PARTE + WS-GORJETA-PARTE
                   ADD 1 TO LINHA
                   DISPLAY "A COBRAR NO TERMINAL: " FORMAT-TOTAL
                       FOREGROUND-COLOR 6 HIGHLIGHT LINE LINHA COL 40
               END-IF
           END-IF.
           MOVE METODO-PARTE TO WS-PAG-METODO(IDX-PAG).
           MOVE WS-VALOR-PARTE TO WS-PAG-VALOR(IDX-PAG).
           MOVE WS-GORJETA-PARTE TO WS-PAG-GORJETA(IDX-PAG).
           IF (IDX-PAG = 1) THEN
               MOVE METODO-PARTE TO METODO-PAGAMENTO
           END-IF.
      * O detalhe dos pagamentos fica no primeiro pedido da mesa; os
      * restantes ficam com 0 pagamentos para o fecho de caixa nao
      * contar o dinheiro em dobro.
      * Grupo com reserva: o empregado escolhe-a na lista das
      * reservas de hoje por sentar e a mesa vem da reserva, que
      * passa a sentada.
       ESCOLHER-RESERVA.
           PERFORM CARREGAR-RESERVAS.
           MOVE 0 TO WS-RES-ESCOLHIDA.
           MOVE 13 TO WS-RES-LINHA.
           DISPLAY "RESERVAS DE HOJE POR SENTAR:"
               FOREGROUND-COLOR 2 HIGHLIGHT LINE WS-RES-LINHA COL 40.
           PERFORM VARYING IDX-RES FROM 1 BY 1
               UNTIL IDX-RES > WS-NUM-RESERVAS
               IF (RES-T-DATA(IDX-RES) = WS-RES-HOJE) AND
                  (RES-T-ESTADO(IDX-RES) = "R") AND
                  (WS-RES-LINHA < 24) THEN
                   ADD 1 TO WS-RES-LINHA
                   DISPLAY RES-T-NUMERO(IDX-RES) " "
                       RES-T-HORA(IDX-RES) " M" RES-T-MESA(IDX-RES)
                       " " RES-T-PESSOAS(IDX-RES) "P "
                       RES-T-NOME(IDX-RES)
                       LINE WS-RES-LINHA COL 40
               END-IF
           END-PERFORM.
           IF (WS-RES-LINHA = 13) THEN
               MOVE 14 TO WS-RES-LINHA
               DISPLAY "NENHUMA." LINE WS-RES-LINHA COL 40
           END-IF.
           ADD 1 TO WS-RES-LINHA.
           DISPLAY "N. DA RESERVA (0=NENHUMA):"
               LINE WS-RES-LINHA COL 40.
           ACCEPT WS-RES-ESCOLHIDA FOREGROUND-COLOR 3 HIGHLIGHT
               LINE WS-RES-LINHA COL 67.
           PERFORM VARYING IDX-RES FROM 1 BY 1
               UNTIL IDX-RES > WS-NUM-RESERVAS
               IF (RES-T-NUMERO(IDX-RES) = WS-RES-ESCOLHIDA) AND
                  (RES-T-DATA(IDX-RES) = WS-RES-HOJE) AND
                  (RES-T-ESTADO(IDX-RES) = "R") AND
                  (WS-RES-ESCOLHIDA > 0) THEN
                   MOVE RES-T-MESA(IDX-RES) TO MESA-NUMERO
                   MOVE "S" TO RES-T-ESTADO(IDX-RES)
               END-IF
           END-PERFORM.
      * Limpa a lista para o resto do pedido.
           PERFORM VARYING WS-RES-LINHA FROM 13 BY 1
               UNTIL WS-RES-LINHA > 25
               DISPLAY "                                        "
                   LINE WS-RES-LINHA COL 40
           END-PERFORM.
           DISPLAY "           " LINE 4 COL 60.
           IF (MESA-NUMERO = 0) THEN
               GO FIM-ESCOLHER-RESERVA
           END-IF.
           IF (WS-RES-TRUNCADA = "N") THEN
               PERFORM GRAVAR-RESERVAS
           END-IF.
           DISPLAY MESA-NUMERO FOREGROUND-COLOR 3 HIGHLIGHT
               LINE 4 COL 60.
       FIM-ESCOLHER-RESERVA.
           EXIT.

       FECHAR-CONTA-MESA.
           PERFORM OBTER-DATA-SISTEMA.
           PERFORM CARREGAR-PEDIDOS-MESA.
               DISPLAY "TOTAL DA MESA " MESA-NUMERO ": " FORMAT-TOTAL
                   FOREGROUND-COLOR 3 HIGHLIGHT LINE 7 COL 40
               PERFORM LER-NIF-FATURA
               MOVE "S" TO WS-PAGAR-MESA
               PERFORM LER-PAGAMENTO THRU FIM-LER-PAGAMENTO
               MOVE "N" TO WS-PAGAR-MESA
               PERFORM RESERVAR-NUM-FATURA
      * O outro terminal pode ter gravado pedidos enquanto o
      * empregado recebia o pagamento: reler o ficheiro mesmo antes
                                   TO REG-PAG-METODO(IDX-PAG)
                               MOVE WS-PAG-VALOR(IDX-PAG)
                                   TO REG-PAG-VALOR(IDX-PAG)
                               MOVE WS-PAG-GORJETA(IDX-PAG)
                                   TO REG-GORJETA(IDX-PAG)
                           ELSE
                               MOVE 0 TO REG-GORJETA(IDX-PAG)
                           END-IF
                       END-PERFORM
                   ELSE
                       MOVE 0 TO REG-NUM-PAGAMENTOS
                       MOVE 0 TO REG-FATURA-NUM
                       MOVE 0 TO REG-GORJETA(1)
                       MOVE 0 TO REG-GORJETA(2)
                       MOVE 0 TO REG-GORJETA(3)
                   END-IF
                   MOVE REG-PEDIDO TO PMESA-REGISTO(IDX-PMESA)
               END-IF

       IMPRIMIR-RECIBO-MESA.
           OPEN EXTEND RECIBO-CLIENTE.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
           MOVE "============================================"
               TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
                   WS-PAG-METODO(IDX-PAG) "): " FORMAT-TOTAL
                   DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
               IF (WS-PAG-GORJETA(IDX-PAG) > 0) THEN
                   MOVE WS-PAG-GORJETA(IDX-PAG) TO FORMAT-TOTAL
                   STRING "  GORJETA (NAO FATURADA): " FORMAT-TOTAL
                       DELIMITED BY SIZE INTO RECIBO-LINHA
                   WRITE RECIBO-LINHA
               END-IF
           END-PERFORM.
           PERFORM ESCREVER-RODAPE-FATURA.
           MOVE "============================================"
               TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           CLOSE RECIBO-CLIENTE.

      * Conta de empregado: o empregado tem de existir em
      * EMPREGADOS.DAT e nao pode estar terminado.
       PROCURAR-EMPREGADO-CONTA.
           MOVE "N" TO WS-EMP-CONTA-OK.
           MOVE SPACES TO WS-EMPREGADOS-STATUS.
           OPEN INPUT FICHEIRO-EMPREGADOS.
           IF (WS-EMPREGADOS-STATUS = "00") THEN
               MOVE WS-EMP-CONTA TO EMP-NOME
               READ FICHEIRO-EMPREGADOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF (EMP-ESTADO NOT = "T") THEN
                           MOVE "S" TO WS-EMP-CONTA-OK
                       END-IF
               END-READ
           END-IF.
           CLOSE FICHEIRO-EMPREGADOS.

      * O pedido pago pela conta de empregado fica em aberto no
      * consumo do pessoal ate a folha do mes o descontar.
       REGISTAR-CONSUMO-PESSOAL.
           ACCEPT WS-HOJE-NUM FROM DATE YYYYMMDD.
           MOVE WS-HOJE-NUM         TO CSP-DATA.
           MOVE WS-EMP-CONTA        TO CSP-NOME.
           MOVE NUM-PEDIDO          TO CSP-NUM-PEDIDO.
           MOVE WS-FATURA-NUM       TO CSP-FATURA-NUM.
           MOVE VALOR-TOTAL         TO CSP-VALOR.
           MOVE WS-OPERADOR-ATUAL   TO CSP-OPERADOR.
           MOVE 0                   TO CSP-PERIODO-LIQ.
           OPEN EXTEND FICHEIRO-CONSUMOS.
           IF (WS-CONSUMOS-STATUS = "35") THEN
               OPEN OUTPUT FICHEIRO-CONSUMOS
           END-IF.
           WRITE REG-CONSUMO-PESSOAL.
           CLOSE FICHEIRO-CONSUMOS.

       CARREGAR-PEDIDOS-MESA.
           MOVE 0 TO WS-NUM-PED-MESA.
           MOVE "N" TO WS-MESA-TRUNCADA.

       GRAVAR-STOCK.
           CALL "BACKUP-FICHEIRO" USING WS-NOME-BACKUP-STOCK.
           PERFORM JORNALIZAR-TAB-STOCK.
           OPEN OUTPUT FICHEIRO-STOCK.
           PERFORM VARYING IDX-ING FROM 1 BY 1 UNTIL IDX-ING > 10
               MOVE STOCK-ING(IDX-ING) TO REG-STOCK

       IMPRIMIR-TALAO-COZINHA.
           OPEN EXTEND TALAO-COZINHA.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO TALAO-LINHA
               WRITE TALAO-LINHA
           END-IF.
           MOVE "================================" TO TALAO-LINHA
           WRITE TALAO-LINHA.
           STRING "PEDIDO N. " NUM-PEDIDO DELIMITED BY SIZE
                   INTO TALAO-LINHA
               WRITE TALAO-LINHA
           END-IF.
           IF (WS-ALG-CLIENTE NOT = SPACES) THEN
               PERFORM IMPRIMIR-AVISO-ALERGIA
           END-IF.
           STRING "TAMANHO: " DESC-PIZZA(TIPO-PIZZA)
               DELIMITED BY SIZE INTO TALAO-LINHA.
           WRITE TALAO-LINHA.
           WRITE TALAO-LINHA.
           CLOSE TALAO-COZINHA.

      * Faixa de alergia no talao: a cozinha usa utensilios e
      * bancada limpos para este pedido.
       IMPRIMIR-AVISO-ALERGIA.
           MOVE "********************************" TO TALAO-LINHA.
           WRITE TALAO-LINHA.
           MOVE "*** CLIENTE COM ALERGIAS ***" TO TALAO-LINHA.
           WRITE TALAO-LINHA.
           MOVE WS-ALG-CLIENTE TO WS-ALG-ITEM.
           PERFORM DESCREVER-ALERGENOS.
           MOVE WS-ALG-TEXTO(1:40) TO TALAO-LINHA.
           WRITE TALAO-LINHA.
           IF (WS-ALG-TEXTO(41:40) NOT = SPACES) THEN
               MOVE WS-ALG-TEXTO(41:40) TO TALAO-LINHA
               WRITE TALAO-LINHA
           END-IF.
           IF (WS-ALG-CONFLITO NOT = SPACES) THEN
               MOVE WS-ALG-CONFLITO TO WS-ALG-ITEM
               PERFORM DESCREVER-ALERGENOS
               MOVE "!!! ESTA PIZZA CONTEM:" TO TALAO-LINHA
               WRITE TALAO-LINHA
               MOVE WS-ALG-TEXTO(1:40) TO TALAO-LINHA
               WRITE TALAO-LINHA
           END-IF.
           MOVE "USAR UTENSILIOS E BANCADA LIMPOS" TO TALAO-LINHA.
           WRITE TALAO-LINHA.
           MOVE "********************************" TO TALAO-LINHA.
           WRITE TALAO-LINHA.

       IMPRIMIR-RECIBO-CLIENTE.
           OPEN EXTEND RECIBO-CLIENTE.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
           MOVE "============================================"
               TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
                   DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
           IF (WS-DESCONTO-PESSOAL > 0) THEN
               MOVE WS-DESCONTO-PESSOAL TO FORMAT-TOTAL
               STRING "DESCONTO DE PESSOAL (" WS-PCT-PESSOAL "%): "
                   FORMAT-TOTAL
                   DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
           MOVE IVA TO FORMAT-TOTAL.
           STRING "IVA (23%): " FORMAT-TOTAL
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           STRING "A PAGAR: " FORMAT-TOTAL
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           IF (METODO-PAGAMENTO = "E") THEN
               STRING "DEBITADO A " WS-EMP-CONTA
                   " - DESCONTO NO VENCIMENTO"
                   DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
           MOVE 0 TO WS-TOTAL-GORJETAS.
           PERFORM VARYING IDX-PAG FROM 1 BY 1
               UNTIL IDX-PAG > WS-NUM-PAGAMENTOS
               ADD WS-PAG-GORJETA(IDX-PAG) TO WS-TOTAL-GORJETAS
           END-PERFORM.
           IF (WS-TOTAL-GORJETAS > 0) THEN
               MOVE WS-TOTAL-GORJETAS TO FORMAT-TOTAL
               STRING "GORJETA (NAO FATURADA): " FORMAT-TOTAL
                   DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
           IF (WS-MESA-ABERTA NOT = "S") THEN
               PERFORM ESCREVER-RODAPE-FATURA
           END-IF.
           MOVE "============================================"
               TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
               MOVE "CONSUMIDOR FINAL" TO RECIBO-LINHA
           END-IF.
           WRITE RECIBO-LINHA.
           MOVE WS-FH-LINHA-CODIGO TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE WS-FH-LINHA-ATCUD TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.

       ESCREVER-RODAPE-FATURA.
           MOVE WS-FH-LINHA-HASH TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.

       GRAVAR-PEDIDO.
           MOVE WS-DATA-FORMATADA   TO REG-DATA.
                   TO REG-SEM(IDX-PIZZA)
               MOVE WS-MEIA-ITEM(IDX-PIZZA)
                   TO REG-MEIA(IDX-PIZZA)
               MOVE WS-CROSTA-ITEM(IDX-PIZZA)
                   TO REG-CROSTA-PIZZA(IDX-PIZZA)
           END-PERFORM.
           MOVE IVA                 TO REG-IVA.
           MOVE VALOR-TOTAL         TO REG-VALOR-TOTAL.
                       TO REG-PAG-METODO(IDX-PAG)
                   MOVE WS-PAG-VALOR(IDX-PAG)
                       TO REG-PAG-VALOR(IDX-PAG)
                   MOVE WS-PAG-GORJETA(IDX-PAG)
                       TO REG-GORJETA(IDX-PAG)
               ELSE
                   MOVE SPACES TO REG-PAG-METODO(IDX-PAG)
                   MOVE 0 TO REG-PAG-VALOR(IDX-PAG)
                   MOVE 0 TO REG-GORJETA(IDX-PAG)
               END-IF
           END-PERFORM.
           MOVE WS-NUM-EXTRAS       TO REG-NUM-EXTRAS.
           MOVE WS-ZONA-ESCOLHIDA   TO REG-ZONA.
           MOVE TAXA-ENTREGA        TO REG-TAXA-ENTREGA.
           MOVE WS-HORA-PROMETIDA   TO REG-HORA-PROMETIDA.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           COMPUTE REG-HORA-PEDIDO = WS-HORA-SISTEMA / 10000.
           MOVE WS-PROMO-CODIGO     TO REG-PROMO-CODIGO.
           MOVE WS-ALG-CLIENTE      TO REG-ALERGIAS.
           MOVE WS-TALAO-EMITIDO    TO REG-TALAO-EMITIDO.
           MOVE WS-OPERADOR-ATUAL   TO REG-OPERADOR.
           MOVE WS-NIF-CLIENTE      TO REG-NIF.
           MOVE SPACES              TO REG-ORIGEM.
           MOVE SPACES              TO REG-PLATAFORMA.
           MOVE SPACES              TO REG-REF-PLATAFORMA.
           IF (WS-MESA-ABERTA = "S") THEN
               MOVE 0 TO REG-FATURA-NUM
           ELSE
           OPEN EXTEND FICHEIRO-PEDIDOS.
           WRITE REG-PEDIDO.
           CLOSE FICHEIRO-PEDIDOS.
           PERFORM REGISTAR-DESCONTOS-PEDIDO.

      * Cupoes digitados e descontos de pessoal ficam nas ocorrencias
      * do operador; as promocoes automaticas nao dependem dele.
       REGISTAR-DESCONTOS-PEDIDO.
           MOVE "T04" TO WS-OCO-PROGRAMA.
           IF (WS-VALOR-DESCONTO > 0) AND
              (WS-PROMO-CODIGO NOT = SPACES) THEN
               MOVE "CU" TO WS-OCO-TIPO
               STRING "PEDIDO " NUM-PEDIDO
                   DELIMITED BY SIZE INTO WS-OCO-REFERENCIA
               MOVE WS-VALOR-DESCONTO TO WS-OCO-VALOR
               STRING WS-PROMO-CODIGO " " WS-PROMO-APLICADA
                   DELIMITED BY SIZE INTO WS-OCO-DETALHE
               PERFORM REGISTAR-OCORRENCIA
           END-IF.
           IF (WS-DESCONTO-PESSOAL > 0) THEN
               MOVE "DP" TO WS-OCO-TIPO
               STRING "PEDIDO " NUM-PEDIDO
                   DELIMITED BY SIZE INTO WS-OCO-REFERENCIA
               MOVE WS-DESCONTO-PESSOAL TO WS-OCO-VALOR
               MOVE WS-EMP-CONTA TO WS-OCO-DETALHE
               PERFORM REGISTAR-OCORRENCIA
           END-IF.

       CORRIGIR-NUM-TALAO.
           OPEN EXTEND TALAO-COZINHA.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO TALAO-LINHA
               WRITE TALAO-LINHA
           END-IF.
           MOVE "================================" TO TALAO-LINHA.
           WRITE TALAO-LINHA.
           STRING "*** CORRECAO DO PEDIDO N. " WS-NUM-PROVISORIO

       COPY "VALES-PROC.cpy".

       COPY "ALERGENOS-PROC.cpy".

       COPY "RESERVAS-PROC.cpy".

       COPY "ERRO-LOG-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       COPY "FATURA-HASH-PROC.cpy".

       COPY "JORNAL-CLIENTES-PROC.cpy".

       COPY "JORNAL-TAB-STOCK-PROC.cpy".

       COPY "OCORRENCIAS-PROC.cpy".

       END PROGRAM T04.
