       COPY "PRECOS-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "JORNAL-TAB-STOCK-WS.cpy".
       77 WS-STOCK-STATUS        PIC XX VALUES SPACES.
       77 WS-QUEBRAS-STATUS      PIC XX VALUES SPACES.
       COPY "PRECOS-WS.cpy".

       PROCEDURE DIVISION.
       MENU-INVENTARIO.
           MOVE "T04-INVENTARIO" TO WS-JRN-PROGRAMA.
           PERFORM CARREGAR-PRECOS.
           PERFORM CARREGAR-STOCK.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
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

       COPY "PRECOS-PROC.cpy".

       COPY "JORNAL-TAB-STOCK-PROC.cpy".

       END PROGRAM T04-INVENTARIO.
