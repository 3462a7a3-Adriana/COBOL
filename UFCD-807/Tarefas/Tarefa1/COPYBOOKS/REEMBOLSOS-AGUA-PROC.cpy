      * Reembolsos de saldos credores da agua, numerados: origem
      * (C)onta a pedido ou (S)aida do titular, estado (P)endente ou
      * (E)mitido por transferencia, com data, numero do recibo e quem
      * aprovou. O registo nunca se apaga - e o historico de auditoria.
       CARREGAR-REEMBOLSOS.
           MOVE 0 TO WS-NUM-REEMBOLSOS.
           MOVE 0 TO WS-RMB-ULTIMO-NUMERO.
           MOVE "N" TO WS-RMB-TRUNCADA.
           MOVE SPACES TO WS-REEMBOLSOS-STATUS.
           OPEN INPUT FICHEIRO-REEMBOLSOS.
           IF (WS-REEMBOLSOS-STATUS = "00") THEN
               PERFORM UNTIL WS-REEMBOLSOS-STATUS = "10"
                   READ FICHEIRO-REEMBOLSOS
                       AT END MOVE "10" TO WS-REEMBOLSOS-STATUS
                       NOT AT END
                           IF (WS-NUM-REEMBOLSOS < 300) THEN
                               ADD 1 TO WS-NUM-REEMBOLSOS
                               MOVE REG-REEMBOLSO TO
                                   RMB-ITEM(WS-NUM-REEMBOLSOS)
                           ELSE
                               MOVE "S" TO WS-RMB-TRUNCADA
                           END-IF
                           IF (RMB-NUMERO > WS-RMB-ULTIMO-NUMERO) THEN
                               MOVE RMB-NUMERO TO WS-RMB-ULTIMO-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-REEMBOLSOS.

       GRAVAR-REEMBOLSOS.
           OPEN OUTPUT FICHEIRO-REEMBOLSOS.
           PERFORM VARYING IDX-RMB FROM 1 BY 1
               UNTIL IDX-RMB > WS-NUM-REEMBOLSOS
               MOVE RMB-ITEM(IDX-RMB) TO REG-REEMBOLSO
               WRITE REG-REEMBOLSO
           END-PERFORM.
           CLOSE FICHEIRO-REEMBOLSOS.
