       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "PEDIDOS-SELECT.cpy".
           SELECT RECIBO-CLIENTE ASSIGN TO "RECIBO-CLIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "FATURA-HASH-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "OPERADOR-SESSAO-FD.cpy".
           COPY "PEDIDOS-FD.cpy".

       FD  RECIBO-CLIENTE.
       01  RECIBO-LINHA           PIC X(90).

       COPY "FATURA-HASH-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "OPERADOR-SESSAO-WS.cpy".
       77 WS-PEDIDOS-STATUS      PIC XX VALUES SPACES.
       77 WS-FATURA-PEDIDA       PIC 9(06) VALUES 0.
       77 WS-ACHADO              PIC A VALUES "N".
       77 IDX-PIZZA              PIC 9(02) VALUES 0.
       77 IDX-EXTRA              PIC 9(02) VALUES 0.
       77 FORMAT-TOTAL           PIC Z(5)9.99.
       COPY "FATURA-HASH-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LER-OPERADOR-SESSAO.
           DISPLAY "=== 2A VIA DE FATURA (SERIE PIZ) ===".
           DISPLAY "NUMERO DA FATURA (ENTER SAI): " WITH NO ADVANCING.
           ACCEPT WS-FATURA-PEDIDA.

       IMPRIMIR-2VIA.
           OPEN EXTEND RECIBO-CLIENTE.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
           MOVE "============================================"
               TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           STRING "FATURA N. PIZ-" REG-FATURA-NUM
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE "PIZ" TO WS-FH-SERIE.
           MOVE REG-FATURA-NUM TO WS-FH-NUMERO.
           PERFORM OBTER-CERTIFICACAO.
           MOVE WS-FH-LINHA-CODIGO TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE WS-FH-LINHA-ATCUD TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "PEDIDO N. " REG-NUM-PEDIDO "   DATA: " REG-DATA
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           STRING "A PAGAR: " FORMAT-TOTAL
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE WS-FH-LINHA-HASH TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE "============================================"
               TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           CLOSE RECIBO-CLIENTE.
           DISPLAY "2A VIA EMITIDA EM RECIBO-CLIENTE.TXT.".

       COPY "FATURA-HASH-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       END PROGRAM T04-2VIA.
