      * Purpose: Quadro de despacho da cozinha - lista os pedidos em
      *          aberto de PEDIDOS.DAT (mais antigos primeiro) e faz
      *          avancar cada um pelos estados RECEBIDO, EM PREPARACAO,
      *          PRONTO e ENTREGUE. Quando um pedido fica pronto o
      *          cliente recebe mensagem (NOTIFICACOES.DAT): pronto a
      *          levantar, ou a seguir para entrega ao domicilio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PEDIDOS-SELECT.cpy".
           COPY "NOTIFICACOES-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "PEDIDOS-FD.cpy".
           COPY "NOTIFICACOES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 WS-PEDIDOS-STATUS      PIC XX VALUES SPACES.
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
       77 IDX-ORD                PIC 9(03) VALUES 0.
       77 IDX-ORD2               PIC 9(03) VALUES 0.
       77 WS-ORD-AUX             PIC 9(03) VALUES 0.
       01 TABELA-ORDENACAO.
           05 ORD-IDX OCCURS 900 TIMES PIC 9(03).
       COPY "DATA-SISTEMA-WS.cpy".
       COPY "NOTIFICACOES-WS.cpy".

       SCREEN SECTION.
       01 CLS BLANK SCREEN.
                   DISPLAY "JA  " LINE WS-LINHA COL 33
               END-IF
               DISPLAY WS-ESTADO-DESC LINE WS-LINHA COL 39
               IF (TRB-ALERGIAS NOT = SPACES) AND
                  (TRB-ALERGIAS NOT = LOW-VALUES) THEN
                   DISPLAY "ALERGIA" FOREGROUND-COLOR 4 HIGHLIGHT
                       LINE WS-LINHA COL 54
               END-IF
               ADD 1 TO WS-LINHA
           END-PERFORM.
           IF (WS-ABERTOS = 0) THEN
               END-EVALUATE
               MOVE WS-PEDIDO-TRAB TO PED-REGISTO(WS-PED-ACHADO)
               PERFORM GRAVAR-PEDIDOS
               IF (TRB-ESTADO = "T") THEN
                   PERFORM NOTIFICAR-PEDIDO
               END-IF
           END-IF.

      * Pedido pronto: mensagem ao cliente que deixou telefone. Ao
      * domicilio segue para entrega; ao balcao esta pronto a
      * levantar; a mesa nao se avisa.
       NOTIFICAR-PEDIDO.
           IF (TRB-CONTATO IS NUMERIC) AND (TRB-CONTATO > 0) AND
              (TRB-MODO-ENTREGA NOT = "M") THEN
               MOVE "PIZ" TO WS-NTF-NEGOCIO
               IF (TRB-MODO-ENTREGA = "D") THEN
                   MOVE "PIZ-ENTREG" TO WS-NTF-MODELO
               ELSE
                   MOVE "PIZ-PRONTO" TO WS-NTF-MODELO
               END-IF
               MOVE TRB-CONTATO TO WS-NTF-CHAVE
               MOVE TRB-CONTATO TO WS-NTF-DESTINO
               MOVE TRB-CLIENTE TO WS-NTF-NOME
               MOVE TRB-NUM-PEDIDO TO WS-NTF-REFERENCIA
               MOVE TRB-DATA TO WS-NTF-VAR1
               MOVE "T04-COZINHA" TO WS-NTF-PROGRAMA
               PERFORM REGISTAR-NOTIFICACAO
           END-IF.

       CARREGAR-PEDIDOS.

       COPY "DATA-SISTEMA-PROC.cpy".

       COPY "NOTIFICACOES-PROC.cpy".

       END PROGRAM T04-COZINHA.
