      * Ordens de transferencia de viaturas entre filiais: a ordem
      * emitida tira a viatura da disponibilidade (FR-DISPONIVEL "T")
      * e a confirmacao da chegada devolve-a na filial de destino com
      * os kms e o custo da deslocacao, que entra no resultado do
      * aluguer pelo mes da chegada.
       CARREGAR-TRANSFERENCIAS.
           MOVE 0 TO WS-NUM-TRANSFERENCIAS.
           MOVE SPACES TO WS-TRANSFERENCIAS-STATUS.
           OPEN INPUT FICHEIRO-TRANSFERENCIAS.
           IF (WS-TRANSFERENCIAS-STATUS = "00") THEN
               PERFORM UNTIL WS-TRANSFERENCIAS-STATUS = "10"
                   READ FICHEIRO-TRANSFERENCIAS
                       AT END MOVE "10" TO WS-TRANSFERENCIAS-STATUS
                       NOT AT END
                           IF (WS-NUM-TRANSFERENCIAS < 200) THEN
                               ADD 1 TO WS-NUM-TRANSFERENCIAS
                               MOVE REG-TRANSFERENCIA TO
                                   TRF-ITEM(WS-NUM-TRANSFERENCIAS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-TRANSFERENCIAS.

       GRAVAR-TRANSFERENCIAS.
           OPEN OUTPUT FICHEIRO-TRANSFERENCIAS.
           PERFORM VARYING IDX-TRF FROM 1 BY 1
               UNTIL IDX-TRF > WS-NUM-TRANSFERENCIAS
               MOVE TRF-ITEM(IDX-TRF) TO REG-TRANSFERENCIA
               WRITE REG-TRANSFERENCIA
           END-PERFORM.
           CLOSE FICHEIRO-TRANSFERENCIAS.

       PROCURAR-TRANSFERENCIA.
           MOVE 0 TO WS-TRF-ACHADA.
           PERFORM VARYING IDX-TRF FROM 1 BY 1
               UNTIL IDX-TRF > WS-NUM-TRANSFERENCIAS
               IF (TRF-T-NUM(IDX-TRF) = WS-TRF-PESQ) THEN
                   MOVE IDX-TRF TO WS-TRF-ACHADA
               END-IF
           END-PERFORM.
