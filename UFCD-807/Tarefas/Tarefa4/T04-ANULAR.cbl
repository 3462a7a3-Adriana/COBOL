      * Purpose: Anulacao de pedidos da pizzaria - marca o pedido como
      *          cancelado em PEDIDOS.DAT (deixa de contar como receita
      *          no fecho e nos relatorios) e devolve os ingredientes
      *          de cada pizza ao STOCK.DAT. Pedidos ja faturados
      *          nao se anulam - corrigem-se com nota de credito.
      *          Cada anulacao fica em OCORRENCIAS.DAT com o operador
      *          que a fez, para o relatorio de excecoes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "ERRO-LOG-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "AUTORIZA-SELECT.cpy".
           COPY "OCORRENCIAS-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.

       COPY "AUTORIZA-FD.cpy".

       COPY "OCORRENCIAS-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "JORNAL-TAB-STOCK-WS.cpy".
       77 WS-PEDIDOS-STATUS      PIC XX VALUES SPACES.
       77 WS-STOCK-STATUS        PIC XX VALUES SPACES.
       COPY "ERRO-LOG-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       COPY "AUTORIZA-WS.cpy".
       COPY "OCORRENCIAS-WS.cpy".
       77 WS-NUM-PEDIDOS         PIC 9(03) VALUES 0.
       77 IDX-PED                PIC 9(03) VALUES 0.
       77 IDX-ING                PIC 9(02) VALUES 0.
           05 TRB-ZONA            PIC X(03).
           05 TRB-NIF             PIC 9(09).
           05 TRB-FATURA-NUM      PIC 9(06).
           05 TRB-ORIGEM          PIC X(01).
           05 TRB-PLATAFORMA      PIC X(03).
           05 TRB-REF-PLATAFORMA  PIC X(15).
           05 TRB-CROSTA-PIZZA OCCURS 5 TIMES PIC 9(01).
           05 TRB-HORA-PEDIDO     PIC 9(04).
           05 TRB-PROMO-CODIGO    PIC X(10).
           05 TRB-ALERGIAS        PIC X(14).
           05 TRB-GORJETA OCCURS 3 TIMES PIC 9(04)V99.
       77 WS-NOME-BACKUP-STOCK   PIC X(30) VALUES "STOCK.DAT".
       01 TABELA-STOCK.
           05 STOCK-ING OCCURS 10 TIMES PIC 9(04) VALUES 50.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "T04-ANULAR" TO WS-JRN-PROGRAMA.
           PERFORM LER-OPERADOR-SESSAO.
           MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR.
           PERFORM CARREGAR-AUTORIZACOES.
               GO LER-PEDIDO
           END-IF.
           MOVE PED-REGISTO(WS-PED-ACHADO) TO WS-PEDIDO-TRAB.
      * Pedido ja faturado (ou absorvido na fatura da conta da mesa)
      * nao se anula: a fatura emitida so se corrige com uma nota de
      * credito.
           IF ((TRB-FATURA-NUM IS NUMERIC) AND (TRB-FATURA-NUM > 0))
              OR ((TRB-ESTADO = "R") AND (TRB-MESA IS NUMERIC) AND
                  (TRB-MESA > 0)) THEN
               DISPLAY "PEDIDO JA FATURADO - EMITA UMA NOTA DE CREDITO"
                   " SOBRE A FATURA!"
               MOVE "T04-ANULAR" TO WS-ERRO-PROGRAMA
               MOVE "ANULACAO RECUSADA - PEDIDO FATURADO"
                   TO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               GO LER-PEDIDO
           END-IF.
           DISPLAY "CLIENTE: " TRB-CLIENTE "  TOTAL: " TRB-VALOR-TOTAL.
           DISPLAY "CONFIRMA A ANULACAO? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
      * Anular um pedido mexe na receita do dia - exige perfil da
      * matriz de autorizacoes (ou aprovacao pontual de um gestor).
           MOVE "ANULAR-PED" TO WS-AUT-FUNCAO.
           MOVE SPACES TO WS-AUT-CODIGO.
           PERFORM VERIFICAR-AUTORIZACAO
               THRU FIM-VERIFICAR-AUTORIZACAO.
           IF (WS-AUT-OK NOT = "S") THEN
           MOVE WS-PEDIDO-TRAB TO PED-REGISTO(WS-PED-ACHADO).
           PERFORM GRAVAR-PEDIDOS.
           PERFORM GRAVAR-STOCK.
           PERFORM REGISTAR-ANULACAO.
           DISPLAY "PEDIDO ANULADO E STOCK REPOSTO.".
           GO LER-PEDIDO.

      * A anulacao conta para quem a fez; o operador que registou o
      * pedido fica no detalhe.
       REGISTAR-ANULACAO.
           MOVE "AN" TO WS-OCO-TIPO.
           MOVE "T04-ANULAR" TO WS-OCO-PROGRAMA.
           STRING "PEDIDO " TRB-NUM-PEDIDO
               DELIMITED BY SIZE INTO WS-OCO-REFERENCIA.
           MOVE TRB-VALOR-TOTAL TO WS-OCO-VALOR.
           MOVE FUNCTION UPPER-CASE(WS-AUT-CODIGO)
               TO WS-OCO-AUTORIZADOR.
           STRING "REGISTADO POR " TRB-OPERADOR
               DELIMITED BY SIZE INTO WS-OCO-DETALHE.
           PERFORM REGISTAR-OCORRENCIA.

       DEVOLVER-INGREDIENTES.
           PERFORM VARYING IDX-PIZZA FROM 1 BY 1
               UNTIL IDX-PIZZA > TRB-NUM-PIZZAS
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

       COPY "AUTORIZA-PROC.cpy".

       COPY "JORNAL-TAB-STOCK-PROC.cpy".

       COPY "OCORRENCIAS-PROC.cpy".

       END PROGRAM T04-ANULAR.
