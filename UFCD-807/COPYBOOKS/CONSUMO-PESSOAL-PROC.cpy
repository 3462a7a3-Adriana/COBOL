      * Consumo do pessoal na pizzaria: cada pedido pago pela conta de
      * empregado fica em aberto (periodo 0) ate a folha do periodo o
      * descontar do liquido e o marcar com o periodo.
       CARREGAR-CONSUMOS-PESSOAL.
           MOVE 0 TO WS-NUM-CONSUMOS.
           MOVE "N" TO WS-CSP-TRUNCADA.
           MOVE SPACES TO WS-CONSUMOS-STATUS.
           OPEN INPUT FICHEIRO-CONSUMOS.
           IF (WS-CONSUMOS-STATUS = "00") THEN
               PERFORM UNTIL WS-CONSUMOS-STATUS = "10"
                   READ FICHEIRO-CONSUMOS
                       AT END MOVE "10" TO WS-CONSUMOS-STATUS
                       NOT AT END
                           IF (WS-NUM-CONSUMOS < 500) THEN
                               ADD 1 TO WS-NUM-CONSUMOS
                               MOVE REG-CONSUMO-PESSOAL TO
                                   CSP-ITEM(WS-NUM-CONSUMOS)
                           ELSE
                               MOVE "S" TO WS-CSP-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-CONSUMOS.

       GRAVAR-CONSUMOS-PESSOAL.
           CALL "BACKUP-FICHEIRO" USING WS-NOME-BACKUP-CSP.
           OPEN OUTPUT FICHEIRO-CONSUMOS.
           PERFORM VARYING IDX-CSP FROM 1 BY 1
               UNTIL IDX-CSP > WS-NUM-CONSUMOS
               MOVE CSP-ITEM(IDX-CSP) TO REG-CONSUMO-PESSOAL
               WRITE REG-CONSUMO-PESSOAL
           END-PERFORM.
           CLOSE FICHEIRO-CONSUMOS.
