      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pedidos das plataformas de entregas - importa o
      *          ficheiro diario da plataforma (PLATAFORMA-PEDIDOS.DAT)
      *          para PEDIDOS.DAT com origem "P", valorizando cada
      *          artigo por PRECOS.DAT e abatendo o stock como no
      *          balcao; o que nao se consegue valorizar vai para
      *          PLATAFORMA-EXCECOES.TXT. No fim do mes concilia o
      *          extrato da plataforma (PLATAFORMA-EXTRATO.DAT) com os
      *          pedidos importados e lista comissao, liquido recebido,
      *          pedidos pagos a menos e pedidos nao pagos em
      *          PLATAFORMA-CONCILIACAO.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T04-PLATAFORMA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PEDIDOS-SELECT.cpy".
           COPY "PRECOS-SELECT.cpy".
           COPY "PEDIDO-CONTADOR-SELECT.cpy".
           SELECT FICHEIRO-STOCK ASSIGN TO "STOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT FICHEIRO-CTR-FATURA ASSIGN TO "FATURA-CTR-PIZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-FATURA-STATUS.
           SELECT FICHEIRO-PLATAFORMA ASSIGN TO "PLATAFORMA-PEDIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLATAFORMA-STATUS.
           SELECT FICHEIRO-EXTRATO ASSIGN TO "PLATAFORMA-EXTRATO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATO-STATUS.
           SELECT PLATAFORMA-EXCECOES
               ASSIGN TO "PLATAFORMA-EXCECOES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCECOES-STATUS.
           SELECT PLATAFORMA-CONCILIACAO
               ASSIGN TO "PLATAFORMA-CONCILIACAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "ERRO-LOG-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "FATURA-HASH-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "PEDIDOS-FD.cpy".

       COPY "PRECOS-FD.cpy".

       COPY "PEDIDO-CONTADOR-FD.cpy".

       FD  FICHEIRO-STOCK.
       01  REG-STOCK             PIC 9(04).

       FD  FICHEIRO-CTR-FATURA.
       01  REG-CTR-FATURA         PIC 9(06).

      * Uma linha por artigo; as linhas do mesmo pedido vem seguidas.
      * Tipo de linha: P pizza (descricao = tamanho), C crosta e I
      * ingrediente (aplicam-se a ultima linha de pizza), B bebida,
      * S sobremesa. O valor e o preco unitario cobrado na plataforma.
       FD  FICHEIRO-PLATAFORMA.
       01  REG-PLT-LINHA.
           05 PLT-PLATAFORMA      PIC X(03).
           05 PLT-REFERENCIA      PIC X(15).
           05 PLT-DATA            PIC 9(08).
           05 PLT-HORA            PIC 9(04).
           05 PLT-CLIENTE         PIC X(20).
           05 PLT-TIPO-LINHA      PIC X(01).
           05 PLT-DESCRICAO       PIC X(12).
           05 PLT-QUANTIDADE      PIC 9(02).
           05 PLT-VALOR           PIC 9(04)V99.

      * Extrato mensal de liquidacao: uma linha por pedido pago.
       FD  FICHEIRO-EXTRATO.
       01  REG-EXTRATO.
           05 EXT-PLATAFORMA      PIC X(03).
           05 EXT-REFERENCIA      PIC X(15).
           05 EXT-DATA            PIC 9(08).
           05 EXT-VALOR-BRUTO     PIC 9(06)V99.
           05 EXT-COMISSAO        PIC 9(06)V99.
           05 EXT-VALOR-LIQUIDO   PIC 9(06)V99.

       FD  PLATAFORMA-EXCECOES.
       01  EXCECAO-PLT-LINHA      PIC X(100).

       FD  PLATAFORMA-CONCILIACAO.
       01  CONCILIACAO-LINHA      PIC X(100).

       COPY "ERRO-LOG-FD.cpy".

       COPY "OPERADOR-SESSAO-FD.cpy".

       COPY "FATURA-HASH-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "JORNAL-TAB-STOCK-WS.cpy".
       77 WS-PEDIDOS-STATUS      PIC XX VALUES SPACES.
       77 WS-STOCK-STATUS        PIC XX VALUES SPACES.
       77 WS-CONTADOR-PED-STATUS PIC XX VALUES SPACES.
       77 WS-CTR-FATURA-STATUS   PIC XX VALUES SPACES.
       77 WS-PLATAFORMA-STATUS   PIC XX VALUES SPACES.
       77 WS-EXTRATO-STATUS      PIC XX VALUES SPACES.
       77 WS-EXCECOES-STATUS     PIC XX VALUES SPACES.
       COPY "ERRO-LOG-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       COPY "PRECOS-WS.cpy".
       COPY "IVA-WS.cpy".
       COPY "RECEITA-WS.cpy".
       COPY "FATURA-HASH-WS.cpy".
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 2.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-TENTATIVA           PIC 9(02) VALUES 0.
       77 IDX-ING                PIC 9(02) VALUES 0.
       77 IDX-PIZZA              PIC 9(02) VALUES 0.
       77 IDX-EXTRA              PIC 9(02) VALUES 0.
       77 IDX-TAB                PIC 9(02) VALUES 0.
       77 IDX-QTD                PIC 9(02) VALUES 0.
       77 WS-STOCK-MINIMO        PIC 9(04) VALUES 5.
       77 WS-NOME-BACKUP-STOCK   PIC X(30) VALUES "STOCK.DAT".
       01 TABELA-STOCK.
           05 STOCK-ING OCCURS 10 TIMES PIC 9(04) VALUES 50.
       77 NUM-PEDIDO             PIC 9(04) VALUES 1.
       77 WS-FATURA-NUM          PIC 9(06) VALUES 0.
      * Pedido da plataforma em construcao
       77 WS-PLT-ATUAL           PIC X(03) VALUES SPACES.
       77 WS-REF-ATUAL           PIC X(15) VALUES SPACES.
       77 WS-DATA-ATUAL          PIC 9(08) VALUES 0.
       77 WS-HORA-ATUAL          PIC 9(04) VALUES 0.
       77 WS-CLIENTE-ATUAL       PIC X(20) VALUES SPACES.
       77 WS-PEDIDO-REJEITADO    PIC A VALUES "N".
       77 WS-MOTIVO              PIC X(30) VALUES SPACES.
       77 WS-NUM-PIZZAS          PIC 9(02) VALUES 0.
       77 WS-PIZZA-INICIO        PIC 9(02) VALUES 0.
       77 WS-NUM-EXTRAS          PIC 9(02) VALUES 0.
       77 WS-CODIGO-ACHADO       PIC 9(02) VALUES 0.
       77 WS-QTD                 PIC 9(02) VALUES 0.
       77 WS-PRECO-NOSSO         PIC 9(04)V99 VALUES 0.
       77 WS-SUBTOTAL            PIC 9(06)V99 VALUES 0.
       77 WS-IVA                 PIC 9(06)V99 VALUES 0.
       77 WS-TOTAL               PIC 9(06)V99 VALUES 0.
       01 WS-PIZZAS-PLT.
           05 WS-PZ-ITEM OCCURS 5 TIMES.
               10 WS-PZ-TIPO          PIC 9(01).
               10 WS-PZ-CROSTA        PIC 9(01).
               10 WS-PZ-INGREDIENTES  PIC X(80).
               10 WS-PZ-PTR           PIC 9(03).
               10 WS-PZ-CUSTO         PIC 9(04)V99.
               10 WS-PZ-NUM-ING       PIC 9(02).
               10 WS-PZ-ING OCCURS 10 TIMES PIC 9(02).
       01 WS-EXTRAS-PLT.
           05 WS-EX-ITEM OCCURS 10 TIMES.
               10 WS-EX-TIPO          PIC X(01).
               10 WS-EX-CODIGO        PIC 9(02).
               10 WS-EX-VALOR         PIC 9(03)V99.
      * Referencias ja importadas (nao importar duas vezes o mesmo
      * ficheiro)
       77 WS-NUM-REFS            PIC 9(03) VALUES 0.
       77 IDX-REF                PIC 9(03) VALUES 0.
       77 WS-REF-ACHADA          PIC 9(03) VALUES 0.
       01 TABELA-REFS-PLT.
           05 REF-ITEM OCCURS 900 TIMES.
               10 REF-T-PLATAFORMA    PIC X(03).
               10 REF-T-REFERENCIA    PIC X(15).
      * Data do pedido em DD/MM/AAAA, como em REG-DATA
       77 WS-DATA-PEDIDO-TXT     PIC X(10) VALUES SPACES.
       01 WS-DATA-PEDIDO-NUM.
           05 WS-DPN-ANO          PIC 9(04).
           05 WS-DPN-MES          PIC 9(02).
           05 WS-DPN-DIA          PIC 9(02).
       77 WS-IMPORTADOS          PIC 9(04) VALUES 0.
       77 WS-REJEITADOS          PIC 9(04) VALUES 0.
       77 WS-AVISOS              PIC 9(04) VALUES 0.
       77 WS-FORMAT              PIC Z(5)9.99.
       77 WS-FORMAT2             PIC Z(5)9.99.
      * Conciliacao do extrato
       01 WS-MES-CONCILIAR       PIC 9(06) VALUES 0.
       01 WS-MES-CONCILIAR-R REDEFINES WS-MES-CONCILIAR.
           05 WS-MC-ANO           PIC 9(04).
           05 WS-MC-MES           PIC 9(02).
       77 WS-MES-TXT             PIC X(02) VALUES SPACES.
       77 WS-ANO-TXT             PIC X(04) VALUES SPACES.
       77 WS-NUM-CNC             PIC 9(03) VALUES 0.
       77 IDX-CNC                PIC 9(03) VALUES 0.
       77 WS-CNC-ACHADO          PIC 9(03) VALUES 0.
       77 WS-CARGA-TRUNCADA      PIC A VALUES "N".
       01 TABELA-CONCILIACAO.
           05 CNC-ITEM OCCURS 900 TIMES.
               10 CNC-T-PLATAFORMA    PIC X(03).
               10 CNC-T-REFERENCIA    PIC X(15).
               10 CNC-T-DATA          PIC X(10).
               10 CNC-T-NUM           PIC 9(04).
               10 CNC-T-ESTADO        PIC X(01).
               10 CNC-T-TOTAL         PIC 9(06)V99.
               10 CNC-T-PAGO          PIC 9(06)V99.
       77 WS-TOT-BRUTO           PIC 9(08)V99 VALUES 0.
       77 WS-TOT-COMISSAO        PIC 9(08)V99 VALUES 0.
       77 WS-TOT-LIQUIDO         PIC 9(08)V99 VALUES 0.
       77 WS-TOT-ESPERADO        PIC 9(08)V99 VALUES 0.
       77 WS-TOT-A-MENOS         PIC 9(08)V99 VALUES 0.
       77 WS-TOT-NAO-PAGO        PIC 9(08)V99 VALUES 0.
       77 WS-QTD-A-MENOS         PIC 9(04) VALUES 0.
       77 WS-QTD-NAO-PAGOS       PIC 9(04) VALUES 0.
       77 WS-QTD-SEM-PEDIDO      PIC 9(04) VALUES 0.
       77 WS-DIFERENCA           PIC 9(06)V99 VALUES 0.
       77 WS-PCT-COMISSAO        PIC 9(03)V99 VALUES 0.
       77 WS-FORMAT-PCT          PIC ZZ9.99.
       77 WS-FORMAT-TOT          PIC Z(7)9.99.

       PROCEDURE DIVISION.
       MENU-PLATAFORMA.
           MOVE "T04-PLATAFORMA" TO WS-JRN-PROGRAMA.
           PERFORM LER-OPERADOR-SESSAO.
           MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           DISPLAY "=== PEDIDOS DAS PLATAFORMAS DE ENTREGA ===".
           DISPLAY "1 - IMPORTAR PEDIDOS DO DIA".
           DISPLAY "2 - CONCILIAR EXTRATO MENSAL".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-PLATAFORMA
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM IMPORTAR-PEDIDOS THRU FIM-IMPORTAR-PEDIDOS
               WHEN 2
                   PERFORM CONCILIAR-EXTRATO THRU FIM-CONCILIAR-EXTRATO
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-PLATAFORMA.

      ******************************************************************
      * Importacao do ficheiro diario da plataforma
      ******************************************************************
       IMPORTAR-PEDIDOS.
           PERFORM CARREGAR-PRECOS.
           PERFORM CARREGAR-REFS-IMPORTADAS.
           MOVE 0 TO WS-IMPORTADOS.
           MOVE 0 TO WS-REJEITADOS.
           MOVE 0 TO WS-AVISOS.
           MOVE SPACES TO WS-REF-ATUAL.
           MOVE SPACES TO WS-PLT-ATUAL.
           MOVE SPACES TO WS-PLATAFORMA-STATUS.
           OPEN INPUT FICHEIRO-PLATAFORMA.
           IF (WS-PLATAFORMA-STATUS NOT = "00") THEN
               DISPLAY "SEM FICHEIRO PLATAFORMA-PEDIDOS.DAT."
               CLOSE FICHEIRO-PLATAFORMA
               GO FIM-IMPORTAR-PEDIDOS
           END-IF.
           PERFORM UNTIL WS-PLATAFORMA-STATUS = "10"
               READ FICHEIRO-PLATAFORMA
                   AT END MOVE "10" TO WS-PLATAFORMA-STATUS
                   NOT AT END PERFORM TRATAR-LINHA-PLATAFORMA
                       THRU FIM-TRATAR-LINHA
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-PLATAFORMA.
           IF (WS-REF-ATUAL NOT = SPACES) THEN
               PERFORM FECHAR-PEDIDO-PLATAFORMA
                       THRU FIM-FECHAR-PEDIDO
           END-IF.
           DISPLAY "PEDIDOS IMPORTADOS:  " WS-IMPORTADOS.
           DISPLAY "PEDIDOS REJEITADOS:  " WS-REJEITADOS.
           DISPLAY "AVISOS:              " WS-AVISOS.
           IF (WS-REJEITADOS > 0) OR (WS-AVISOS > 0) THEN
               DISPLAY "VER PLATAFORMA-EXCECOES.TXT"
           END-IF.

       FIM-IMPORTAR-PEDIDOS.
           EXIT.

      * Mudanca de referencia fecha o pedido anterior e abre o novo.
       TRATAR-LINHA-PLATAFORMA.
           IF (PLT-PLATAFORMA NOT = WS-PLT-ATUAL) OR
              (PLT-REFERENCIA NOT = WS-REF-ATUAL) THEN
               IF (WS-REF-ATUAL NOT = SPACES) THEN
                   PERFORM FECHAR-PEDIDO-PLATAFORMA
                       THRU FIM-FECHAR-PEDIDO
               END-IF
               PERFORM ABRIR-PEDIDO-PLATAFORMA
           END-IF.
           IF (WS-PEDIDO-REJEITADO = "S") THEN
               GO FIM-TRATAR-LINHA
           END-IF.
           MOVE PLT-QUANTIDADE TO WS-QTD.
           IF (PLT-QUANTIDADE IS NOT NUMERIC) OR (WS-QTD = 0) THEN
               MOVE 1 TO WS-QTD
           END-IF.
           EVALUATE PLT-TIPO-LINHA
               WHEN "P" PERFORM ACRESCENTAR-PIZZA
                   THRU FIM-ACRESCENTAR-PIZZA
               WHEN "C" PERFORM ACRESCENTAR-CROSTA
                   THRU FIM-ACRESCENTAR-CROSTA
               WHEN "I" PERFORM ACRESCENTAR-INGREDIENTE
                   THRU FIM-ACRESCENTAR-INGREDIENTE
               WHEN "B" PERFORM ACRESCENTAR-EXTRA
                   THRU FIM-ACRESCENTAR-EXTRA
               WHEN "S" PERFORM ACRESCENTAR-EXTRA
                   THRU FIM-ACRESCENTAR-EXTRA
               WHEN OTHER
                   MOVE "TIPO DE LINHA INVALIDO" TO WS-MOTIVO
                   PERFORM REJEITAR-LINHA
           END-EVALUATE.

       FIM-TRATAR-LINHA.
           EXIT.

       ABRIR-PEDIDO-PLATAFORMA.
           MOVE PLT-PLATAFORMA TO WS-PLT-ATUAL.
           MOVE PLT-REFERENCIA TO WS-REF-ATUAL.
           MOVE PLT-DATA TO WS-DATA-ATUAL.
           MOVE PLT-HORA TO WS-HORA-ATUAL.
           MOVE PLT-CLIENTE TO WS-CLIENTE-ATUAL.
           MOVE "N" TO WS-PEDIDO-REJEITADO.
           MOVE 0 TO WS-NUM-PIZZAS.
           MOVE 0 TO WS-PIZZA-INICIO.
           MOVE 0 TO WS-NUM-EXTRAS.
           MOVE 0 TO WS-REF-ACHADA.
           PERFORM VARYING IDX-REF FROM 1 BY 1
               UNTIL IDX-REF > WS-NUM-REFS
               IF (REF-T-PLATAFORMA(IDX-REF) = WS-PLT-ATUAL) AND
                  (REF-T-REFERENCIA(IDX-REF) = WS-REF-ATUAL) THEN
                   MOVE IDX-REF TO WS-REF-ACHADA
               END-IF
           END-PERFORM.
           IF (WS-REF-ACHADA > 0) THEN
               MOVE "PEDIDO JA IMPORTADO" TO WS-MOTIVO
               PERFORM REJEITAR-LINHA
           END-IF.

      * Uma linha de pizza com quantidade N da N pizzas iguais; as
      * linhas de crosta e ingredientes seguintes aplicam-se a todas.
       ACRESCENTAR-PIZZA.
           MOVE 0 TO WS-CODIGO-ACHADO.
           PERFORM VARYING IDX-TAB FROM 1 BY 1 UNTIL IDX-TAB > 4
               IF (DESC-PIZZA(IDX-TAB) = PLT-DESCRICAO) THEN
                   MOVE IDX-TAB TO WS-CODIGO-ACHADO
               END-IF
           END-PERFORM.
           IF (WS-CODIGO-ACHADO = 0) THEN
               MOVE "TAMANHO DE PIZZA DESCONHECIDO" TO WS-MOTIVO
               PERFORM REJEITAR-LINHA
               GO FIM-ACRESCENTAR-PIZZA
           END-IF.
           IF (WS-NUM-PIZZAS + WS-QTD > 5) THEN
               MOVE "MAIS DE 5 PIZZAS NO PEDIDO" TO WS-MOTIVO
               PERFORM REJEITAR-LINHA
               GO FIM-ACRESCENTAR-PIZZA
           END-IF.
           MOVE PRECO-PIZZA(WS-CODIGO-ACHADO) TO WS-PRECO-NOSSO.
           PERFORM VERIFICAR-PRECO-PLATAFORMA.
           COMPUTE WS-PIZZA-INICIO = WS-NUM-PIZZAS + 1.
           PERFORM VARYING IDX-QTD FROM 1 BY 1 UNTIL IDX-QTD > WS-QTD
               ADD 1 TO WS-NUM-PIZZAS
               MOVE WS-CODIGO-ACHADO TO WS-PZ-TIPO(WS-NUM-PIZZAS)
               MOVE 1 TO WS-PZ-CROSTA(WS-NUM-PIZZAS)
               MOVE SPACES TO WS-PZ-INGREDIENTES(WS-NUM-PIZZAS)
               MOVE 1 TO WS-PZ-PTR(WS-NUM-PIZZAS)
               MOVE WS-PRECO-NOSSO TO WS-PZ-CUSTO(WS-NUM-PIZZAS)
               MOVE 0 TO WS-PZ-NUM-ING(WS-NUM-PIZZAS)
           END-PERFORM.

       FIM-ACRESCENTAR-PIZZA.
           EXIT.

       ACRESCENTAR-CROSTA.
           IF (WS-PIZZA-INICIO = 0) THEN
               MOVE "CROSTA SEM PIZZA" TO WS-MOTIVO
               PERFORM REJEITAR-LINHA
               GO FIM-ACRESCENTAR-CROSTA
           END-IF.
           MOVE 0 TO WS-CODIGO-ACHADO.
           PERFORM VARYING IDX-TAB FROM 1 BY 1 UNTIL IDX-TAB > 4
               IF (DESC-CROSTA(IDX-TAB) = PLT-DESCRICAO) THEN
                   MOVE IDX-TAB TO WS-CODIGO-ACHADO
               END-IF
           END-PERFORM.
           IF (WS-CODIGO-ACHADO = 0) THEN
               MOVE "CROSTA DESCONHECIDA" TO WS-MOTIVO
               PERFORM REJEITAR-LINHA
               GO FIM-ACRESCENTAR-CROSTA
           END-IF.
           MOVE PRECO-CROSTA(WS-CODIGO-ACHADO) TO WS-PRECO-NOSSO.
           PERFORM VERIFICAR-PRECO-PLATAFORMA.
           PERFORM VARYING IDX-PIZZA FROM WS-PIZZA-INICIO BY 1
               UNTIL IDX-PIZZA > WS-NUM-PIZZAS
               ADD WS-PRECO-NOSSO TO WS-PZ-CUSTO(IDX-PIZZA)
               MOVE WS-CODIGO-ACHADO TO WS-PZ-CROSTA(IDX-PIZZA)
           END-PERFORM.

       FIM-ACRESCENTAR-CROSTA.
           EXIT.

      * Cada porcao de ingrediente entra na lista da pizza e fica
      * guardada para o abate de stock na gravacao do pedido.
       ACRESCENTAR-INGREDIENTE.
           IF (WS-PIZZA-INICIO = 0) THEN
               MOVE "INGREDIENTE SEM PIZZA" TO WS-MOTIVO
               PERFORM REJEITAR-LINHA
               GO FIM-ACRESCENTAR-INGREDIENTE
           END-IF.
           MOVE 0 TO WS-CODIGO-ACHADO.
           PERFORM VARYING IDX-TAB FROM 1 BY 1 UNTIL IDX-TAB > 10
               IF (DESC-ING(IDX-TAB) = PLT-DESCRICAO) THEN
                   MOVE IDX-TAB TO WS-CODIGO-ACHADO
               END-IF
           END-PERFORM.
           IF (WS-CODIGO-ACHADO = 0) THEN
               MOVE "INGREDIENTE DESCONHECIDO" TO WS-MOTIVO
               PERFORM REJEITAR-LINHA
               GO FIM-ACRESCENTAR-INGREDIENTE
           END-IF.
           IF (WS-PZ-NUM-ING(WS-PIZZA-INICIO) + WS-QTD > 10) THEN
               MOVE "MAIS DE 10 INGREDIENTES" TO WS-MOTIVO
               PERFORM REJEITAR-LINHA
               GO FIM-ACRESCENTAR-INGREDIENTE
           END-IF.
           MOVE PRECO-ING(WS-CODIGO-ACHADO) TO WS-PRECO-NOSSO.
           PERFORM VERIFICAR-PRECO-PLATAFORMA.
           PERFORM VARYING IDX-PIZZA FROM WS-PIZZA-INICIO BY 1
               UNTIL IDX-PIZZA > WS-NUM-PIZZAS
               PERFORM VARYING IDX-QTD FROM 1 BY 1
                   UNTIL IDX-QTD > WS-QTD
                   ADD 1 TO WS-PZ-NUM-ING(IDX-PIZZA)
                   MOVE WS-CODIGO-ACHADO TO
                       WS-PZ-ING(IDX-PIZZA, WS-PZ-NUM-ING(IDX-PIZZA))
                   ADD WS-PRECO-NOSSO TO WS-PZ-CUSTO(IDX-PIZZA)
                   STRING DESC-ING(WS-CODIGO-ACHADO)
                       DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO WS-PZ-INGREDIENTES(IDX-PIZZA)
                       WITH POINTER WS-PZ-PTR(IDX-PIZZA)
                   END-STRING
               END-PERFORM
           END-PERFORM.

       FIM-ACRESCENTAR-INGREDIENTE.
           EXIT.

       ACRESCENTAR-EXTRA.
           MOVE 0 TO WS-CODIGO-ACHADO.
           IF (PLT-TIPO-LINHA = "B") THEN
               PERFORM VARYING IDX-TAB FROM 1 BY 1 UNTIL IDX-TAB > 6
                   IF (DESC-BEBIDA(IDX-TAB) = PLT-DESCRICAO) THEN
                       MOVE IDX-TAB TO WS-CODIGO-ACHADO
                       MOVE PRECO-BEBIDA(IDX-TAB) TO WS-PRECO-NOSSO
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING IDX-TAB FROM 1 BY 1 UNTIL IDX-TAB > 6
                   IF (DESC-SOBR(IDX-TAB) = PLT-DESCRICAO) THEN
                       MOVE IDX-TAB TO WS-CODIGO-ACHADO
                       MOVE PRECO-SOBR(IDX-TAB) TO WS-PRECO-NOSSO
                   END-IF
               END-PERFORM
           END-IF.
           IF (WS-CODIGO-ACHADO = 0) THEN
               MOVE "BEBIDA/SOBREMESA DESCONHECIDA" TO WS-MOTIVO
               PERFORM REJEITAR-LINHA
               GO FIM-ACRESCENTAR-EXTRA
           END-IF.
           IF (WS-NUM-EXTRAS + WS-QTD > 10) THEN
               MOVE "MAIS DE 10 BEBIDAS/SOBREMESAS" TO WS-MOTIVO
               PERFORM REJEITAR-LINHA
               GO FIM-ACRESCENTAR-EXTRA
           END-IF.
           PERFORM VERIFICAR-PRECO-PLATAFORMA.
           PERFORM VARYING IDX-QTD FROM 1 BY 1 UNTIL IDX-QTD > WS-QTD
               ADD 1 TO WS-NUM-EXTRAS
               MOVE PLT-TIPO-LINHA TO WS-EX-TIPO(WS-NUM-EXTRAS)
               MOVE WS-CODIGO-ACHADO TO WS-EX-CODIGO(WS-NUM-EXTRAS)
               MOVE WS-PRECO-NOSSO TO WS-EX-VALOR(WS-NUM-EXTRAS)
           END-PERFORM.

       FIM-ACRESCENTAR-EXTRA.
           EXIT.

      * O pedido e valorizado pela nossa tabela; um preco diferente na
      * plataforma (menu da aplicacao desatualizado) fica so como
      * aviso na listagem de excecoes.
       VERIFICAR-PRECO-PLATAFORMA.
           IF (PLT-VALOR IS NUMERIC) AND (PLT-VALOR > 0) AND
              (PLT-VALOR NOT = WS-PRECO-NOSSO) THEN
               ADD 1 TO WS-AVISOS
               MOVE PLT-VALOR TO WS-FORMAT
               MOVE WS-PRECO-NOSSO TO WS-FORMAT2
               PERFORM ABRIR-EXCECOES
               MOVE SPACES TO EXCECAO-PLT-LINHA
               STRING "AVISO;" WS-PLT-ATUAL ";" WS-REF-ATUAL ";"
                   PLT-DESCRICAO ";PRECO PLATAFORMA " WS-FORMAT
                   ";PRECO NOSSO " WS-FORMAT2
                   DELIMITED BY SIZE INTO EXCECAO-PLT-LINHA
               WRITE EXCECAO-PLT-LINHA
               CLOSE PLATAFORMA-EXCECOES
           END-IF.

      * Uma linha que nao se consegue valorizar rejeita o pedido todo:
      * um pedido incompleto na cozinha e pior do que nenhum.
       REJEITAR-LINHA.
           MOVE "S" TO WS-PEDIDO-REJEITADO.
           PERFORM ABRIR-EXCECOES.
           MOVE SPACES TO EXCECAO-PLT-LINHA.
           STRING "REJEITADO;" WS-PLT-ATUAL ";" WS-REF-ATUAL ";"
               PLT-TIPO-LINHA ";" PLT-DESCRICAO ";" WS-MOTIVO
               DELIMITED BY SIZE INTO EXCECAO-PLT-LINHA.
           WRITE EXCECAO-PLT-LINHA.
           CLOSE PLATAFORMA-EXCECOES.

      * A listagem de excecoes acumula; no primeiro uso cria-se.
       ABRIR-EXCECOES.
           MOVE SPACES TO WS-EXCECOES-STATUS.
           OPEN EXTEND PLATAFORMA-EXCECOES.
           IF (WS-EXCECOES-STATUS = "35") THEN
               OPEN OUTPUT PLATAFORMA-EXCECOES
           END-IF.

       FECHAR-PEDIDO-PLATAFORMA.
           IF (WS-PEDIDO-REJEITADO = "N") AND (WS-NUM-PIZZAS = 0) AND
              (WS-NUM-EXTRAS = 0) THEN
               MOVE "PEDIDO SEM ARTIGOS" TO WS-MOTIVO
               PERFORM REJEITAR-LINHA
           END-IF.
           IF (WS-PEDIDO-REJEITADO = "S") THEN
               ADD 1 TO WS-REJEITADOS
               MOVE "T04-PLATAFORMA" TO WS-ERRO-PROGRAMA
               MOVE SPACES TO WS-ERRO-MENSAGEM
               STRING "PEDIDO REJEITADO " WS-PLT-ATUAL " "
                   WS-REF-ATUAL DELIMITED BY SIZE
                   INTO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               GO FIM-FECHAR-PEDIDO
           END-IF.
           MOVE 0 TO WS-SUBTOTAL.
           PERFORM VARYING IDX-PIZZA FROM 1 BY 1
               UNTIL IDX-PIZZA > WS-NUM-PIZZAS
               ADD WS-PZ-CUSTO(IDX-PIZZA) TO WS-SUBTOTAL
           END-PERFORM.
           PERFORM VARYING IDX-EXTRA FROM 1 BY 1
               UNTIL IDX-EXTRA > WS-NUM-EXTRAS
               ADD WS-EX-VALOR(IDX-EXTRA) TO WS-SUBTOTAL
           END-PERFORM.
           COMPUTE WS-IVA = WS-SUBTOTAL * WS-TAXA-IVA.
           COMPUTE WS-TOTAL = WS-SUBTOTAL + WS-IVA.
           PERFORM ABATER-STOCK-PEDIDO.
           PERFORM GRAVAR-PEDIDO-PLATAFORMA.
           ADD 1 TO WS-IMPORTADOS.
           IF (WS-NUM-REFS < 900) THEN
               ADD 1 TO WS-NUM-REFS
               MOVE WS-PLT-ATUAL TO REF-T-PLATAFORMA(WS-NUM-REFS)
               MOVE WS-REF-ATUAL TO REF-T-REFERENCIA(WS-NUM-REFS)
           END-IF.

       FIM-FECHAR-PEDIDO.
           EXIT.

      * O mesmo abate do balcao (ATUALIZAR-STOCK em T04): por cada
      * ingrediente, a quantidade da receita do tamanho da pizza.
       ABATER-STOCK-PEDIDO.
           PERFORM CARREGAR-STOCK.
           PERFORM VARYING IDX-PIZZA FROM 1 BY 1
               UNTIL IDX-PIZZA > WS-NUM-PIZZAS
               PERFORM VARYING IDX-QTD FROM 1 BY 1
                   UNTIL IDX-QTD > WS-PZ-NUM-ING(IDX-PIZZA)
                   MOVE WS-PZ-ING(IDX-PIZZA, IDX-QTD) TO IDX-ING
                   IF (STOCK-ING(IDX-ING) >=
                       QTD-RECEITA(WS-PZ-TIPO(IDX-PIZZA))) THEN
                       SUBTRACT QTD-RECEITA(WS-PZ-TIPO(IDX-PIZZA))
                           FROM STOCK-ING(IDX-ING)
                   ELSE
                       MOVE 0 TO STOCK-ING(IDX-ING)
                   END-IF
                   IF (STOCK-ING(IDX-ING) <= WS-STOCK-MINIMO) THEN
                       PERFORM AVISAR-STOCK-BAIXO
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM GRAVAR-STOCK.

       AVISAR-STOCK-BAIXO.
           ADD 1 TO WS-AVISOS.
           PERFORM ABRIR-EXCECOES.
           IF (STOCK-ING(IDX-ING) = 0) THEN
               MOVE SPACES TO EXCECAO-PLT-LINHA
               STRING "AVISO;" WS-PLT-ATUAL ";" WS-REF-ATUAL ";"
                   DESC-ING(IDX-ING) ";RUTURA DE STOCK"
                   DELIMITED BY SIZE INTO EXCECAO-PLT-LINHA
           ELSE
               MOVE SPACES TO EXCECAO-PLT-LINHA
               STRING "AVISO;" WS-PLT-ATUAL ";" WS-REF-ATUAL ";"
                   DESC-ING(IDX-ING) ";STOCK BAIXO"
                   DELIMITED BY SIZE INTO EXCECAO-PLT-LINHA
           END-IF.
           WRITE EXCECAO-PLT-LINHA.
           CLOSE PLATAFORMA-EXCECOES.

      * O pedido entra pago pela plataforma (metodo "P"), para recolha
      * pelo estafeta da plataforma; o talao sai pelo T04-LIBERTAR a
      * hora do pedido, como os pedidos com hora marcada.
       GRAVAR-PEDIDO-PLATAFORMA.
           MOVE WS-DATA-ATUAL TO WS-DATA-PEDIDO-NUM.
           STRING WS-DPN-DIA "/" WS-DPN-MES "/" WS-DPN-ANO
               DELIMITED BY SIZE INTO WS-DATA-PEDIDO-TXT.
           MOVE SPACES TO REG-PEDIDO.
           MOVE WS-DATA-PEDIDO-TXT  TO REG-DATA.
           MOVE WS-CLIENTE-ATUAL    TO REG-CLIENTE.
           MOVE 0                   TO REG-CONTATO.
           MOVE WS-NUM-PIZZAS       TO REG-NUM-PIZZAS.
           PERFORM VARYING IDX-PIZZA FROM 1 BY 1 UNTIL IDX-PIZZA > 5
               IF (IDX-PIZZA <= WS-NUM-PIZZAS) THEN
                   MOVE WS-PZ-TIPO(IDX-PIZZA)
                       TO REG-TIPO-PIZZA(IDX-PIZZA)
                   MOVE WS-PZ-INGREDIENTES(IDX-PIZZA)
                       TO REG-INGREDIENTES(IDX-PIZZA)
                   MOVE WS-PZ-CROSTA(IDX-PIZZA)
                       TO REG-CROSTA-PIZZA(IDX-PIZZA)
               ELSE
                   MOVE 0 TO REG-TIPO-PIZZA(IDX-PIZZA)
                   MOVE 0 TO REG-CROSTA-PIZZA(IDX-PIZZA)
               END-IF
               MOVE "N" TO REG-MEIA(IDX-PIZZA)
           END-PERFORM.
           MOVE WS-IVA              TO REG-IVA.
           MOVE WS-TOTAL            TO REG-VALOR-TOTAL.
           MOVE "R"                 TO REG-ESTADO.
           MOVE "P"                 TO REG-METODO-PAG.
           MOVE WS-TOTAL            TO REG-VALOR-ENTREGUE.
           MOVE 0                   TO REG-TROCO.
           MOVE "P"                 TO REG-MODO-ENTREGA.
           MOVE 0                   TO REG-TAXA-ENTREGA.
           MOVE WS-HORA-ATUAL       TO REG-HORA-PROMETIDA.
           MOVE WS-HORA-ATUAL       TO REG-HORA-PEDIDO.
           MOVE SPACES              TO REG-PROMO-CODIGO.
           MOVE SPACES              TO REG-ALERGIAS.
           MOVE "N"                 TO REG-TALAO-EMITIDO.
           MOVE WS-OPERADOR-ATUAL   TO REG-OPERADOR.
           MOVE 0                   TO REG-MESA.
           MOVE 1                   TO REG-NUM-PAGAMENTOS.
           MOVE "P"                 TO REG-PAG-METODO(1).
           MOVE WS-TOTAL            TO REG-PAG-VALOR(1).
           MOVE 0                   TO REG-PAG-VALOR(2).
           MOVE 0                   TO REG-PAG-VALOR(3).
           MOVE 0                   TO REG-GORJETA(1).
           MOVE 0                   TO REG-GORJETA(2).
           MOVE 0                   TO REG-GORJETA(3).
           MOVE WS-NUM-EXTRAS       TO REG-NUM-EXTRAS.
           PERFORM VARYING IDX-EXTRA FROM 1 BY 1 UNTIL IDX-EXTRA > 10
               IF (IDX-EXTRA <= WS-NUM-EXTRAS) THEN
                   MOVE WS-EX-TIPO(IDX-EXTRA)
                       TO REG-EXTRA-TIPO(IDX-EXTRA)
                   MOVE WS-EX-CODIGO(IDX-EXTRA)
                       TO REG-EXTRA-CODIGO(IDX-EXTRA)
                   MOVE WS-EX-VALOR(IDX-EXTRA)
                       TO REG-EXTRA-VALOR(IDX-EXTRA)
               ELSE
                   MOVE 0 TO REG-EXTRA-CODIGO(IDX-EXTRA)
                   MOVE 0 TO REG-EXTRA-VALOR(IDX-EXTRA)
               END-IF
           END-PERFORM.
           MOVE 0                   TO REG-NIF.
           MOVE "P"                 TO REG-ORIGEM.
           MOVE WS-PLT-ATUAL        TO REG-PLATAFORMA.
           MOVE WS-REF-ATUAL        TO REG-REF-PLATAFORMA.
           PERFORM RESERVAR-NUM-FATURA.
           MOVE WS-FATURA-NUM       TO REG-FATURA-NUM.
           PERFORM RESERVAR-NUM-PEDIDO.
           MOVE NUM-PEDIDO          TO REG-NUM-PEDIDO.
           OPEN EXTEND FICHEIRO-PEDIDOS.
           IF (WS-PEDIDOS-STATUS = "35") THEN
               OPEN OUTPUT FICHEIRO-PEDIDOS
           END-IF.
           WRITE REG-PEDIDO.
           CLOSE FICHEIRO-PEDIDOS.

      * Pedidos de hoje numeram-se pelo contador diario, como no
      * balcao. Um ficheiro de outro dia importado mais tarde continua
      * a numeracao desse dia a partir do maior numero ja gravado.
       RESERVAR-NUM-PEDIDO.
           IF (WS-DATA-ATUAL = WS-HOJE) THEN
               PERFORM RECUPERAR-NUM-PEDIDO
               PERFORM GRAVAR-CONTADOR-PEDIDO
           ELSE
               PERFORM PROCURAR-ULTIMO-NUM-DIA
           END-IF.

       RECUPERAR-NUM-PEDIDO.
           MOVE 1 TO NUM-PEDIDO.
           MOVE 0 TO WS-TENTATIVA.
           MOVE SPACES TO WS-CONTADOR-PED-STATUS.
           OPEN INPUT FICHEIRO-CONTADOR-PED.
           PERFORM UNTIL (WS-CONTADOR-PED-STATUS = "00") OR
                         (WS-CONTADOR-PED-STATUS = "35") OR
                         (WS-TENTATIVA >= 5)
               CLOSE FICHEIRO-CONTADOR-PED
               ADD 1 TO WS-TENTATIVA
               MOVE SPACES TO WS-CONTADOR-PED-STATUS
               OPEN INPUT FICHEIRO-CONTADOR-PED
           END-PERFORM.
           IF (WS-CONTADOR-PED-STATUS = "00") THEN
               READ FICHEIRO-CONTADOR-PED
                   NOT AT END
                       IF (CONT-PED-DATA = WS-HOJE) THEN
                           COMPUTE NUM-PEDIDO = CONT-PED-SEQ + 1
                       END-IF
               END-READ
           END-IF.
           CLOSE FICHEIRO-CONTADOR-PED.

       GRAVAR-CONTADOR-PEDIDO.
           OPEN OUTPUT FICHEIRO-CONTADOR-PED.
           MOVE WS-HOJE TO CONT-PED-DATA.
           MOVE NUM-PEDIDO TO CONT-PED-SEQ.
           WRITE REG-CONTADOR-PED.
           CLOSE FICHEIRO-CONTADOR-PED.

       PROCURAR-ULTIMO-NUM-DIA.
           MOVE 0 TO NUM-PEDIDO.
           MOVE SPACES TO WS-PEDIDOS-STATUS.
           OPEN INPUT FICHEIRO-PEDIDOS.
           IF (WS-PEDIDOS-STATUS = "00") THEN
               PERFORM UNTIL WS-PEDIDOS-STATUS = "10"
                   READ FICHEIRO-PEDIDOS
                       AT END MOVE "10" TO WS-PEDIDOS-STATUS
                       NOT AT END
                           IF (REG-DATA = WS-DATA-PEDIDO-TXT) AND
                              (REG-NUM-PEDIDO > NUM-PEDIDO) THEN
                               MOVE REG-NUM-PEDIDO TO NUM-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-PEDIDOS.
           ADD 1 TO NUM-PEDIDO.

      * Serie legal de faturas da pizzaria (PIZ), partilhada com T04.
       RESERVAR-NUM-FATURA.
           MOVE 0 TO WS-FATURA-NUM.
           MOVE SPACES TO WS-CTR-FATURA-STATUS.
           OPEN INPUT FICHEIRO-CTR-FATURA.
           IF (WS-CTR-FATURA-STATUS = "00") THEN
               READ FICHEIRO-CTR-FATURA
                   NOT AT END MOVE REG-CTR-FATURA TO WS-FATURA-NUM
               END-READ
           END-IF.
           CLOSE FICHEIRO-CTR-FATURA.
           ADD 1 TO WS-FATURA-NUM.
           OPEN OUTPUT FICHEIRO-CTR-FATURA.
           MOVE WS-FATURA-NUM TO REG-CTR-FATURA.
           WRITE REG-CTR-FATURA.
           CLOSE FICHEIRO-CTR-FATURA.
           MOVE "PIZ" TO WS-FH-SERIE.
           MOVE WS-FATURA-NUM TO WS-FH-NUMERO.
           MOVE WS-DATA-ATUAL TO WS-FH-DATA.
           MOVE WS-TOTAL TO WS-FH-TOTAL.
           PERFORM ENCADEAR-FATURA.

       CARREGAR-REFS-IMPORTADAS.
           MOVE 0 TO WS-NUM-REFS.
           MOVE SPACES TO WS-PEDIDOS-STATUS.
           OPEN INPUT FICHEIRO-PEDIDOS.
           IF (WS-PEDIDOS-STATUS = "00") THEN
               PERFORM UNTIL WS-PEDIDOS-STATUS = "10"
                   READ FICHEIRO-PEDIDOS
                       AT END MOVE "10" TO WS-PEDIDOS-STATUS
                       NOT AT END
                           IF (REG-ORIGEM = "P") AND
                              (WS-NUM-REFS < 900) THEN
                               ADD 1 TO WS-NUM-REFS
                               MOVE REG-PLATAFORMA TO
                                   REF-T-PLATAFORMA(WS-NUM-REFS)
                               MOVE REG-REF-PLATAFORMA TO
                                   REF-T-REFERENCIA(WS-NUM-REFS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-PEDIDOS.

       CARREGAR-STOCK.
           MOVE 0 TO IDX-ING.
           MOVE SPACES TO WS-STOCK-STATUS.
           OPEN INPUT FICHEIRO-STOCK.
           IF (WS-STOCK-STATUS = "00") THEN
               PERFORM VARYING IDX-ING FROM 1 BY 1 UNTIL IDX-ING > 10
                   READ FICHEIRO-STOCK
                       AT END MOVE 50 TO REG-STOCK
                   END-READ
                   MOVE REG-STOCK TO STOCK-ING(IDX-ING)
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-STOCK.
           PERFORM FOTOGRAFAR-TAB-STOCK.

       GRAVAR-STOCK.
           CALL "BACKUP-FICHEIRO" USING WS-NOME-BACKUP-STOCK.
           PERFORM JORNALIZAR-TAB-STOCK.
           OPEN OUTPUT FICHEIRO-STOCK.
           PERFORM VARYING IDX-ING FROM 1 BY 1 UNTIL IDX-ING > 10
               MOVE STOCK-ING(IDX-ING) TO REG-STOCK
               WRITE REG-STOCK
           END-PERFORM.
           CLOSE FICHEIRO-STOCK.

      ******************************************************************
      * Conciliacao do extrato mensal da plataforma
      ******************************************************************
       CONCILIAR-EXTRATO.
           DISPLAY "MES A CONCILIAR (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-MES-CONCILIAR.
           IF (WS-MC-MES < 1) OR (WS-MC-MES > 12) THEN
               DISPLAY "MES INVALIDO!"
               GO FIM-CONCILIAR-EXTRATO
           END-IF.
           MOVE WS-MC-MES TO WS-MES-TXT.
           MOVE WS-MC-ANO TO WS-ANO-TXT.
           PERFORM CARREGAR-PEDIDOS-MES.
           IF (WS-CARGA-TRUNCADA = "S") THEN
               DISPLAY "MAIS DE 900 PEDIDOS DE PLATAFORMA NO MES - "
                   "CONCILIACAO RECUSADA."
               GO FIM-CONCILIAR-EXTRATO
           END-IF.
           MOVE SPACES TO WS-EXTRATO-STATUS.
           OPEN INPUT FICHEIRO-EXTRATO.
           IF (WS-EXTRATO-STATUS NOT = "00") THEN
               DISPLAY "SEM FICHEIRO PLATAFORMA-EXTRATO.DAT."
               CLOSE FICHEIRO-EXTRATO
               GO FIM-CONCILIAR-EXTRATO
           END-IF.
           MOVE 0 TO WS-TOT-BRUTO.
           MOVE 0 TO WS-TOT-COMISSAO.
           MOVE 0 TO WS-TOT-LIQUIDO.
           MOVE 0 TO WS-TOT-A-MENOS.
           MOVE 0 TO WS-TOT-NAO-PAGO.
           MOVE 0 TO WS-QTD-A-MENOS.
           MOVE 0 TO WS-QTD-NAO-PAGOS.
           MOVE 0 TO WS-QTD-SEM-PEDIDO.
           OPEN OUTPUT PLATAFORMA-CONCILIACAO.
           MOVE SPACES TO CONCILIACAO-LINHA.
           STRING "CONCILIACAO DO EXTRATO DAS PLATAFORMAS - "
               WS-MES-TXT "/" WS-ANO-TXT
               DELIMITED BY SIZE INTO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE ALL "=" TO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           PERFORM UNTIL WS-EXTRATO-STATUS = "10"
               READ FICHEIRO-EXTRATO
                   AT END MOVE "10" TO WS-EXTRATO-STATUS
                   NOT AT END PERFORM CONCILIAR-LINHA-EXTRATO
                       THRU FIM-CONCILIAR-LINHA
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-EXTRATO.
           PERFORM LISTAR-NAO-PAGOS.
           PERFORM ESCREVER-TOTAIS-CONCILIACAO.
           CLOSE PLATAFORMA-CONCILIACAO.
           DISPLAY "CONCILIACAO GRAVADA EM PLATAFORMA-CONCILIACAO.TXT".

       FIM-CONCILIAR-EXTRATO.
           EXIT.

       CARREGAR-PEDIDOS-MES.
           MOVE 0 TO WS-NUM-CNC.
           MOVE 0 TO WS-TOT-ESPERADO.
           MOVE "N" TO WS-CARGA-TRUNCADA.
           MOVE SPACES TO WS-PEDIDOS-STATUS.
           OPEN INPUT FICHEIRO-PEDIDOS.
           IF (WS-PEDIDOS-STATUS = "00") THEN
               PERFORM UNTIL WS-PEDIDOS-STATUS = "10"
                   READ FICHEIRO-PEDIDOS
                       AT END MOVE "10" TO WS-PEDIDOS-STATUS
                       NOT AT END
                           IF (REG-ORIGEM = "P") AND
                              (REG-DATA(4:2) = WS-MES-TXT) AND
                              (REG-DATA(7:4) = WS-ANO-TXT) THEN
                               PERFORM GUARDAR-PEDIDO-MES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-PEDIDOS.

       GUARDAR-PEDIDO-MES.
           IF (WS-NUM-CNC >= 900) THEN
               MOVE "S" TO WS-CARGA-TRUNCADA
           ELSE
               ADD 1 TO WS-NUM-CNC
               MOVE REG-PLATAFORMA TO CNC-T-PLATAFORMA(WS-NUM-CNC)
               MOVE REG-REF-PLATAFORMA TO CNC-T-REFERENCIA(WS-NUM-CNC)
               MOVE REG-DATA TO CNC-T-DATA(WS-NUM-CNC)
               MOVE REG-NUM-PEDIDO TO CNC-T-NUM(WS-NUM-CNC)
               MOVE REG-ESTADO TO CNC-T-ESTADO(WS-NUM-CNC)
               MOVE REG-VALOR-TOTAL TO CNC-T-TOTAL(WS-NUM-CNC)
               MOVE 0 TO CNC-T-PAGO(WS-NUM-CNC)
               IF (REG-ESTADO NOT = "C") THEN
                   ADD REG-VALOR-TOTAL TO WS-TOT-ESPERADO
               END-IF
           END-IF.

       CONCILIAR-LINHA-EXTRATO.
           ADD EXT-VALOR-BRUTO TO WS-TOT-BRUTO.
           ADD EXT-COMISSAO TO WS-TOT-COMISSAO.
           ADD EXT-VALOR-LIQUIDO TO WS-TOT-LIQUIDO.
           MOVE 0 TO WS-CNC-ACHADO.
           PERFORM VARYING IDX-CNC FROM 1 BY 1
               UNTIL IDX-CNC > WS-NUM-CNC
               IF (CNC-T-PLATAFORMA(IDX-CNC) = EXT-PLATAFORMA) AND
                  (CNC-T-REFERENCIA(IDX-CNC) = EXT-REFERENCIA) THEN
                   MOVE IDX-CNC TO WS-CNC-ACHADO
               END-IF
           END-PERFORM.
           MOVE EXT-VALOR-BRUTO TO WS-FORMAT.
           MOVE SPACES TO CONCILIACAO-LINHA.
           IF (WS-CNC-ACHADO = 0) THEN
               ADD 1 TO WS-QTD-SEM-PEDIDO
               STRING "SEM PEDIDO NO MES  " EXT-PLATAFORMA " "
                   EXT-REFERENCIA " PAGO " WS-FORMAT
                   DELIMITED BY SIZE INTO CONCILIACAO-LINHA
               WRITE CONCILIACAO-LINHA
               GO FIM-CONCILIAR-LINHA
           END-IF.
           ADD EXT-VALOR-BRUTO TO CNC-T-PAGO(WS-CNC-ACHADO).
           IF (CNC-T-ESTADO(WS-CNC-ACHADO) = "C") THEN
               STRING "PAGO MAS ANULADO   " EXT-PLATAFORMA " "
                   EXT-REFERENCIA " PEDIDO "
                   CNC-T-NUM(WS-CNC-ACHADO) " PAGO " WS-FORMAT
                   DELIMITED BY SIZE INTO CONCILIACAO-LINHA
               WRITE CONCILIACAO-LINHA
           END-IF.

       FIM-CONCILIAR-LINHA.
           EXIT.

      * Depois de todo o extrato lido: pedidos sem pagamento e pedidos
      * pagos abaixo do valor que faturamos.
       LISTAR-NAO-PAGOS.
           PERFORM VARYING IDX-CNC FROM 1 BY 1
               UNTIL IDX-CNC > WS-NUM-CNC
               IF (CNC-T-ESTADO(IDX-CNC) NOT = "C") THEN
                   MOVE CNC-T-TOTAL(IDX-CNC) TO WS-FORMAT
                   MOVE SPACES TO CONCILIACAO-LINHA
                   IF (CNC-T-PAGO(IDX-CNC) = 0) THEN
                       ADD 1 TO WS-QTD-NAO-PAGOS
                       ADD CNC-T-TOTAL(IDX-CNC) TO WS-TOT-NAO-PAGO
                       STRING "NAO PAGO           "
                           CNC-T-PLATAFORMA(IDX-CNC) " "
                           CNC-T-REFERENCIA(IDX-CNC) " PEDIDO "
                           CNC-T-NUM(IDX-CNC) " DE "
                           CNC-T-DATA(IDX-CNC) " VALOR " WS-FORMAT
                           DELIMITED BY SIZE INTO CONCILIACAO-LINHA
                       WRITE CONCILIACAO-LINHA
                   ELSE
                       IF (CNC-T-PAGO(IDX-CNC) < CNC-T-TOTAL(IDX-CNC))
                       THEN
                           ADD 1 TO WS-QTD-A-MENOS
                           COMPUTE WS-DIFERENCA =
                               CNC-T-TOTAL(IDX-CNC) -
                               CNC-T-PAGO(IDX-CNC)
                           ADD WS-DIFERENCA TO WS-TOT-A-MENOS
                           MOVE WS-DIFERENCA TO WS-FORMAT2
                           STRING "PAGO A MENOS       "
                               CNC-T-PLATAFORMA(IDX-CNC) " "
                               CNC-T-REFERENCIA(IDX-CNC) " PEDIDO "
                               CNC-T-NUM(IDX-CNC) " VALOR " WS-FORMAT
                               " FALTA " WS-FORMAT2
                               DELIMITED BY SIZE INTO CONCILIACAO-LINHA
                           WRITE CONCILIACAO-LINHA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ESCREVER-TOTAIS-CONCILIACAO.
           MOVE ALL "-" TO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE WS-TOT-ESPERADO TO WS-FORMAT-TOT.
           MOVE SPACES TO CONCILIACAO-LINHA.
           STRING "FATURADO NAS PLATAFORMAS:  " WS-FORMAT-TOT
               DELIMITED BY SIZE INTO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE WS-TOT-BRUTO TO WS-FORMAT-TOT.
           MOVE SPACES TO CONCILIACAO-LINHA.
           STRING "BRUTO NO EXTRATO:          " WS-FORMAT-TOT
               DELIMITED BY SIZE INTO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           IF (WS-TOT-BRUTO > 0) THEN
               COMPUTE WS-PCT-COMISSAO ROUNDED =
                   WS-TOT-COMISSAO * 100 / WS-TOT-BRUTO
           ELSE
               MOVE 0 TO WS-PCT-COMISSAO
           END-IF.
           MOVE WS-PCT-COMISSAO TO WS-FORMAT-PCT.
           MOVE WS-TOT-COMISSAO TO WS-FORMAT-TOT.
           MOVE SPACES TO CONCILIACAO-LINHA.
           STRING "COMISSAO RETIDA:           " WS-FORMAT-TOT
               "  (" WS-FORMAT-PCT "%)"
               DELIMITED BY SIZE INTO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE WS-TOT-LIQUIDO TO WS-FORMAT-TOT.
           MOVE SPACES TO CONCILIACAO-LINHA.
           STRING "LIQUIDO PAGO A PIZZARIA:   " WS-FORMAT-TOT
               DELIMITED BY SIZE INTO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE WS-TOT-A-MENOS TO WS-FORMAT-TOT.
           MOVE SPACES TO CONCILIACAO-LINHA.
           STRING "PAGOS A MENOS: " WS-QTD-A-MENOS
               "        FALTA " WS-FORMAT-TOT
               DELIMITED BY SIZE INTO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE WS-TOT-NAO-PAGO TO WS-FORMAT-TOT.
           MOVE SPACES TO CONCILIACAO-LINHA.
           STRING "NAO PAGOS:     " WS-QTD-NAO-PAGOS
               "        VALOR " WS-FORMAT-TOT
               DELIMITED BY SIZE INTO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE SPACES TO CONCILIACAO-LINHA.
           STRING "LINHAS SEM PEDIDO NO MES:  " WS-QTD-SEM-PEDIDO
               DELIMITED BY SIZE INTO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE WS-TOT-COMISSAO TO WS-FORMAT-TOT.
           DISPLAY "COMISSAO RETIDA:   " WS-FORMAT-TOT.
           MOVE WS-TOT-LIQUIDO TO WS-FORMAT-TOT.
           DISPLAY "LIQUIDO RECEBIDO:  " WS-FORMAT-TOT.
           DISPLAY "PAGOS A MENOS:     " WS-QTD-A-MENOS.
           DISPLAY "NAO PAGOS:         " WS-QTD-NAO-PAGOS.

       COPY "PRECOS-PROC.cpy".

       COPY "ERRO-LOG-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       COPY "FATURA-HASH-PROC.cpy".

       COPY "JORNAL-TAB-STOCK-PROC.cpy".

       END PROGRAM T04-PLATAFORMA.
