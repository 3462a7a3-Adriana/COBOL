      * Encomendas a fornecedores: o que se pediu (quantidade e preco
      * acordado), contra o que chegou (T04-COMPRAS) e o que foi
      * faturado (CONTAS-PAGAR). O ultimo numero usado fica em
      * WS-ULTIMA-ENCOMENDA para numerar a encomenda seguinte.
       CARREGAR-ENCOMENDAS-FORN.
           MOVE 0 TO WS-NUM-EFO.
           MOVE 0 TO WS-ULTIMA-ENCOMENDA.
           MOVE SPACES TO WS-ENC-FORN-STATUS.
           OPEN INPUT FICHEIRO-ENC-FORN.
           IF (WS-ENC-FORN-STATUS = "00") THEN
               PERFORM UNTIL WS-ENC-FORN-STATUS = "10"
                   READ FICHEIRO-ENC-FORN
                       AT END MOVE "10" TO WS-ENC-FORN-STATUS
                       NOT AT END
                           IF (WS-NUM-EFO < 300) THEN
                               ADD 1 TO WS-NUM-EFO
                               MOVE REG-ENC-FORN TO
                                   EFO-ITEM(WS-NUM-EFO)
                           END-IF
                           IF (EFO-NUMERO > WS-ULTIMA-ENCOMENDA) THEN
                               MOVE EFO-NUMERO TO WS-ULTIMA-ENCOMENDA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-ENC-FORN.

       GRAVAR-ENCOMENDAS-FORN.
           CALL "BACKUP-FICHEIRO" USING WS-NOME-BACKUP-EFO.
           OPEN OUTPUT FICHEIRO-ENC-FORN.
           PERFORM VARYING IDX-EFO FROM 1 BY 1
               UNTIL IDX-EFO > WS-NUM-EFO
               MOVE EFO-ITEM(IDX-EFO) TO REG-ENC-FORN
               WRITE REG-ENC-FORN
           END-PERFORM.
           CLOSE FICHEIRO-ENC-FORN.
