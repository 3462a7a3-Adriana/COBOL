           05 QBR-ORIGEM          PIC X(01).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "JORNAL-TAB-STOCK-WS.cpy".
       77 WS-STOCK-STATUS        PIC XX VALUES SPACES.
       77 WS-QUEBRAS-STATUS      PIC XX VALUES SPACES.
       COPY "LOTES-WS.cpy".

       PROCEDURE DIVISION.
       MENU-LOTES.
           MOVE "T04-LOTES" TO WS-JRN-PROGRAMA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-LOTES.
           PERFORM CARREGAR-STOCK.
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

       COPY "LOTES-PROC.cpy".

       COPY "JORNAL-TAB-STOCK-PROC.cpy".

       END PROGRAM T04-LOTES.
