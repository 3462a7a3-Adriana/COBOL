       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "PEDIDOS-SELECT.cpy".
           SELECT TALAO-COZINHA ASSIGN TO "TALAO-COZINHA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "PRECOS-SELECT.cpy".
           COPY "ALERGENOS-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "OPERADOR-SESSAO-FD.cpy".
           COPY "PEDIDOS-FD.cpy".

       FD  TALAO-COZINHA.

       COPY "PRECOS-FD.cpy".

       COPY "ALERGENOS-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "OPERADOR-SESSAO-WS.cpy".
       77 WS-PEDIDOS-STATUS      PIC XX VALUES SPACES.
       COPY "PRECOS-WS.cpy".
       COPY "ALERGENOS-WS.cpy".
       77 WS-LISTA-ALG           PIC X(80) VALUES SPACES.
       77 WS-PALAVRA-ALG         PIC X(12) VALUES SPACES.
       77 WS-CHAVE-ALG           PIC X(12) VALUES SPACES.
       77 WS-PTR-ALG             PIC 9(03) VALUES 1.
       77 IDX-ING                PIC 9(02) VALUES 0.
       77 WS-NUM-PEDIDOS         PIC 9(03) VALUES 0.
       77 IDX-PED                PIC 9(03) VALUES 0.
       77 IDX-PIZZA              PIC 9(02) VALUES 0.
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
       COPY "DATA-SISTEMA-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LER-OPERADOR-SESSAO.
           PERFORM CARREGAR-PRECOS.
           PERFORM CARREGAR-ALERGENOS.
           PERFORM CARREGAR-PEDIDOS.
      * Uma carga truncada seguida da regravacao integral apagaria os
      * pedidos em excesso - corra primeiro o arquivo anual.

       IMPRIMIR-TALAO-PEDIDO.
           OPEN EXTEND TALAO-COZINHA.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO TALAO-LINHA
               WRITE TALAO-LINHA
           END-IF.
           MOVE "================================" TO TALAO-LINHA.
           WRITE TALAO-LINHA.
           STRING "PEDIDO N. " TRB-NUM-PEDIDO
               " PARA AS " TRB-HORA-PROMETIDA
               DELIMITED BY SIZE INTO TALAO-LINHA.
           WRITE TALAO-LINHA.
           MOVE SPACES TO WS-ALG-CLIENTE.
           IF (TRB-ALERGIAS NOT = SPACES) AND
              (TRB-ALERGIAS NOT = LOW-VALUES) THEN
               MOVE TRB-ALERGIAS TO WS-ALG-CLIENTE
           END-IF.
           PERFORM VARYING IDX-PIZZA FROM 1 BY 1
               UNTIL IDX-PIZZA > TRB-NUM-PIZZAS
               IF (WS-ALG-CLIENTE NOT = SPACES) THEN
                   PERFORM IMPRIMIR-AVISO-ALERGIA
               END-IF
               STRING "TAMANHO: "
                   DESC-PIZZA(TRB-TIPO-PIZZA(IDX-PIZZA))
                   DELIMITED BY SIZE INTO TALAO-LINHA
           WRITE TALAO-LINHA.
           CLOSE TALAO-COZINHA.

      * Faixa de alergia no talao, como no T04: as alergias do
      * cliente e o que a pizza IDX-PIZZA contem delas.
       IMPRIMIR-AVISO-ALERGIA.
           MOVE SPACES TO WS-ALG-ACUMULADO.
           MOVE ALG-PIZZA(TRB-TIPO-PIZZA(IDX-PIZZA)) TO WS-ALG-ITEM.
           PERFORM JUNTAR-ALERGENOS.
           IF (TRB-CROSTA-PIZZA(IDX-PIZZA) IS NUMERIC) AND
              (TRB-CROSTA-PIZZA(IDX-PIZZA) >= 1) AND
              (TRB-CROSTA-PIZZA(IDX-PIZZA) <= 4) THEN
               MOVE ALG-CROSTA(TRB-CROSTA-PIZZA(IDX-PIZZA))
                   TO WS-ALG-ITEM
           ELSE
               MOVE ALG-CROSTA(1) TO WS-ALG-ITEM
           END-IF.
           PERFORM JUNTAR-ALERGENOS.
           MOVE TRB-INGREDIENTES(IDX-PIZZA) TO WS-LISTA-ALG.
           PERFORM JUNTAR-ALERGENOS-LISTA.
           IF (TRB-MEIA(IDX-PIZZA) = "S") THEN
               MOVE TRB-INGREDIENTES2(IDX-PIZZA) TO WS-LISTA-ALG
               PERFORM JUNTAR-ALERGENOS-LISTA
           END-IF.
           PERFORM CRUZAR-ALERGIAS.
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

      * Os ingredientes guardam-se no pedido pela 1a palavra da
      * descricao; cada um junta os seus alergenos.
       JUNTAR-ALERGENOS-LISTA.
           MOVE 1 TO WS-PTR-ALG.
           PERFORM UNTIL WS-PTR-ALG > 80
               MOVE SPACES TO WS-PALAVRA-ALG
               UNSTRING WS-LISTA-ALG DELIMITED BY ALL SPACE
                   INTO WS-PALAVRA-ALG WITH POINTER WS-PTR-ALG
               END-UNSTRING
               IF (WS-PALAVRA-ALG NOT = SPACES) THEN
                   PERFORM VARYING IDX-ING FROM 1 BY 1
                       UNTIL IDX-ING > 10
                       MOVE SPACES TO WS-CHAVE-ALG
                       UNSTRING DESC-ING(IDX-ING) DELIMITED BY SPACE
                           INTO WS-CHAVE-ALG
                       END-UNSTRING
                       IF (WS-CHAVE-ALG = WS-PALAVRA-ALG) THEN
                           MOVE ALG-ING(IDX-ING) TO WS-ALG-ITEM
                           PERFORM JUNTAR-ALERGENOS
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       CARREGAR-PEDIDOS.
           MOVE 0 TO WS-NUM-PEDIDOS.
           MOVE SPACES TO WS-PEDIDOS-STATUS.

       COPY "PRECOS-PROC.cpy".

       COPY "ALERGENOS-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       END PROGRAM T04-LIBERTAR.
