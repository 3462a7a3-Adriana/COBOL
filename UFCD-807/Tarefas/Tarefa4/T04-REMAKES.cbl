               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "ERRO-LOG-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "ALERGENOS-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.

       COPY "OPERADOR-SESSAO-FD.cpy".

       COPY "ALERGENOS-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "JORNAL-TAB-STOCK-WS.cpy".
       77 WS-PEDIDOS-STATUS      PIC XX VALUES SPACES.
       77 WS-STOCK-STATUS        PIC XX VALUES SPACES.
       77 WS-REMAKES-STATUS      PIC XX VALUES SPACES.
       COPY "DATA-SISTEMA-WS.cpy".
       COPY "RECEITA-WS.cpy".
       COPY "INGREDIENTES-WS.cpy".
       COPY "ALERGENOS-WS.cpy".
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 2.
       77 WS-ESCOLHA             PIC 9(04) VALUES 0.

       PROCEDURE DIVISION.
       MENU-REMAKES.
           MOVE "T04-REMAKES" TO WS-JRN-PROGRAMA.
           PERFORM LER-OPERADOR-SESSAO.
           MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR.
           PERFORM OBTER-DATA-SISTEMA.
           MOVE REG-SEM(WS-PIZZA-ESCOLHIDA) TO WS-ORIG-SEM.
           MOVE REG-MEIA(WS-PIZZA-ESCOLHIDA) TO WS-ORIG-MEIA.
           MOVE REG-OPERADOR TO WS-OPERADOR-ORIG.
           MOVE SPACES TO WS-ALG-CLIENTE.
           IF (REG-ALERGIAS NOT = SPACES) AND
              (REG-ALERGIAS NOT = LOW-VALUES) THEN
               MOVE REG-ALERGIAS TO WS-ALG-CLIENTE
           END-IF.
       LER-MOTIVO.
           DISPLAY "MOTIVO (T=TOPPINGS ERRADOS Q=QUEIMADA C=CAIDA "
               "A=ATRASADA): " WITH NO ADVANCING.

       IMPRIMIR-TALAO-SUBSTITUICAO.
           OPEN EXTEND TALAO-COZINHA.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO TALAO-LINHA
               WRITE TALAO-LINHA
           END-IF.
           MOVE "================================" TO TALAO-LINHA.
           WRITE TALAO-LINHA.
           STRING "*** REMAKE DO PEDIDO N. " WS-ESCOLHA " ***"
           STRING "MOTIVO: " WS-MOTIVO
               DELIMITED BY SIZE INTO TALAO-LINHA.
           WRITE TALAO-LINHA.
      * Pedido de cliente com alergias: a faixa repete-se no remake.
           IF (WS-ALG-CLIENTE NOT = SPACES) THEN
               MOVE "********************************" TO TALAO-LINHA
               WRITE TALAO-LINHA
               MOVE "*** CLIENTE COM ALERGIAS ***" TO TALAO-LINHA
               WRITE TALAO-LINHA
               MOVE WS-ALG-CLIENTE TO WS-ALG-ITEM
               PERFORM DESCREVER-ALERGENOS
               MOVE WS-ALG-TEXTO(1:40) TO TALAO-LINHA
               WRITE TALAO-LINHA
               IF (WS-ALG-TEXTO(41:40) NOT = SPACES) THEN
                   MOVE WS-ALG-TEXTO(41:40) TO TALAO-LINHA
                   WRITE TALAO-LINHA
               END-IF
               MOVE "USAR UTENSILIOS E BANCADA LIMPOS" TO TALAO-LINHA
               WRITE TALAO-LINHA
               MOVE "********************************" TO TALAO-LINHA
               WRITE TALAO-LINHA
           END-IF.
           MOVE "INGREDIENTES:" TO TALAO-LINHA.
           WRITE TALAO-LINHA.
           MOVE REG-INGREDIENTES(WS-PIZZA-ESCOLHIDA) TO TALAO-LINHA.
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

       COPY "OPERADOR-SESSAO-PROC.cpy".

       COPY "ALERGENOS-PROC.cpy".

       COPY "JORNAL-TAB-STOCK-PROC.cpy".

       END PROGRAM T04-REMAKES.
