      * Apolices de seguro automovel da frota - uma por matricula.
       CARREGAR-APOLICES.
           MOVE 0 TO WS-NUM-APOLICES.
           MOVE SPACES TO WS-APOLICES-STATUS.
           OPEN INPUT FICHEIRO-APOLICES.
           IF (WS-APOLICES-STATUS = "00") THEN
               PERFORM UNTIL WS-APOLICES-STATUS = "10"
                   READ FICHEIRO-APOLICES
                       AT END MOVE "10" TO WS-APOLICES-STATUS
                       NOT AT END
                           IF (WS-NUM-APOLICES < 50) THEN
                               ADD 1 TO WS-NUM-APOLICES
                               MOVE REG-APOLICE TO
                                   APO-ITEM(WS-NUM-APOLICES)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-APOLICES.

       GRAVAR-APOLICES.
           OPEN OUTPUT FICHEIRO-APOLICES.
           PERFORM VARYING IDX-APO FROM 1 BY 1
               UNTIL IDX-APO > WS-NUM-APOLICES
               MOVE APO-ITEM(IDX-APO) TO REG-APOLICE
               WRITE REG-APOLICE
           END-PERFORM.
           CLOSE FICHEIRO-APOLICES.

       PROCURAR-APOLICE.
           MOVE 0 TO WS-APO-ACHADA.
           PERFORM VARYING IDX-APO FROM 1 BY 1
               UNTIL IDX-APO > WS-NUM-APOLICES
               IF (APO-T-PLACA(IDX-APO) = WS-APO-PESQ) THEN
                   MOVE IDX-APO TO WS-APO-ACHADA
               END-IF
           END-PERFORM.
