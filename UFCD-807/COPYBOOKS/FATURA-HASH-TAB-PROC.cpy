       CARREGAR-CADEIA.
           MOVE 0 TO WS-CAD-TOTAL-ENTRADAS.
           MOVE 1 TO WS-CAD-CURSOR.
           MOVE SPACES TO WS-CADEIA-STATUS.
           OPEN INPUT FICHEIRO-CADEIA.
           IF (WS-CADEIA-STATUS = "00") THEN
               PERFORM UNTIL WS-CADEIA-STATUS = "10"
                   READ FICHEIRO-CADEIA
                       AT END MOVE "10" TO WS-CADEIA-STATUS
                       NOT AT END
                           PERFORM GUARDAR-ENTRADA-CADEIA
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CADEIA
           END-IF.

       GUARDAR-ENTRADA-CADEIA.
           IF (WS-CAD-TOTAL-ENTRADAS < WS-CAD-MAX-ENTRADAS) THEN
               ADD 1 TO WS-CAD-TOTAL-ENTRADAS
               MOVE WS-CAD-TOTAL-ENTRADAS TO IDX-CAD
               MOVE CAD-SERIE TO TC-SERIE(IDX-CAD)
               MOVE CAD-NUMERO TO TC-NUMERO(IDX-CAD)
               MOVE CAD-DATA TO TC-DATA(IDX-CAD)
               MOVE CAD-TOTAL TO TC-TOTAL(IDX-CAD)
               MOVE 0 TO TC-SOMA(IDX-CAD)
               MOVE "N" TO TC-VISTO(IDX-CAD)
               MOVE CAD-HASH TO TC-HASH(IDX-CAD)
               MOVE CAD-ATCUD TO TC-ATCUD(IDX-CAD)
           END-IF.

      * Devolve em WS-CAD-ENCONTRADO a posicao do documento
      * WS-CAD-PROCURA-SERIE/WS-CAD-PROCURA-NUMERO (0 se nao existe).
      * Os ficheiros de origem estao pela ordem de emissao: a procura
      * comeca a seguir a ultima posicao encontrada e da a volta.
       PROCURAR-CADEIA.
           MOVE 0 TO WS-CAD-ENCONTRADO.
           PERFORM VARYING IDX-CAD FROM WS-CAD-CURSOR BY 1
               UNTIL IDX-CAD > WS-CAD-TOTAL-ENTRADAS
                  OR WS-CAD-ENCONTRADO > 0
               PERFORM COMPARAR-ENTRADA-CADEIA
           END-PERFORM.
           PERFORM VARYING IDX-CAD FROM 1 BY 1
               UNTIL IDX-CAD >= WS-CAD-CURSOR
                  OR WS-CAD-ENCONTRADO > 0
               PERFORM COMPARAR-ENTRADA-CADEIA
           END-PERFORM.
           IF (WS-CAD-ENCONTRADO > 0) THEN
               MOVE WS-CAD-ENCONTRADO TO WS-CAD-CURSOR
           END-IF.

       COMPARAR-ENTRADA-CADEIA.
           IF (TC-SERIE(IDX-CAD) = WS-CAD-PROCURA-SERIE) AND
              (TC-NUMERO(IDX-CAD) = WS-CAD-PROCURA-NUMERO) THEN
               MOVE IDX-CAD TO WS-CAD-ENCONTRADO
           END-IF.
