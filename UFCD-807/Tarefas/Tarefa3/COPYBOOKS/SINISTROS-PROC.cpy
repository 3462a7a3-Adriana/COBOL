      * Participacoes de sinistro a seguradora por reparacoes de
      * danos da frota, com o valor recuperado quando pagas.
       CARREGAR-SINISTROS.
           MOVE 0 TO WS-NUM-SINISTROS.
           MOVE 0 TO WS-SIN-ULTIMO.
           MOVE SPACES TO WS-SINISTROS-STATUS.
           OPEN INPUT FICHEIRO-SINISTROS.
           IF (WS-SINISTROS-STATUS = "00") THEN
               PERFORM UNTIL WS-SINISTROS-STATUS = "10"
                   READ FICHEIRO-SINISTROS
                       AT END MOVE "10" TO WS-SINISTROS-STATUS
                       NOT AT END
                           IF (WS-NUM-SINISTROS < 200) THEN
                               ADD 1 TO WS-NUM-SINISTROS
                               MOVE REG-SINISTRO TO
                                   SIN-ITEM(WS-NUM-SINISTROS)
                               IF (SIN-NUM > WS-SIN-ULTIMO) THEN
                                   MOVE SIN-NUM TO WS-SIN-ULTIMO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-SINISTROS.

       GRAVAR-SINISTROS.
           OPEN OUTPUT FICHEIRO-SINISTROS.
           PERFORM VARYING IDX-SIN FROM 1 BY 1
               UNTIL IDX-SIN > WS-NUM-SINISTROS
               MOVE SIN-ITEM(IDX-SIN) TO REG-SINISTRO
               WRITE REG-SINISTRO
           END-PERFORM.
           CLOSE FICHEIRO-SINISTROS.
