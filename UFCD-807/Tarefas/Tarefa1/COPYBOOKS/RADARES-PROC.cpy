      * Registo dos radares: identificacao, local, limite de
      * velocidade da via e validade da verificacao metrologica.
       CARREGAR-RADARES.
           MOVE 0 TO WS-NUM-RADARES.
           MOVE SPACES TO WS-RADARES-STATUS.
           OPEN INPUT FICHEIRO-RADARES.
           IF (WS-RADARES-STATUS = "00") THEN
               PERFORM UNTIL WS-RADARES-STATUS = "10"
                   READ FICHEIRO-RADARES
                       AT END MOVE "10" TO WS-RADARES-STATUS
                       NOT AT END
                           IF (WS-NUM-RADARES < 50) THEN
                               ADD 1 TO WS-NUM-RADARES
                               MOVE REG-RADAR-EQUIP TO
                                   RDR-ITEM(WS-NUM-RADARES)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-RADARES.

       GRAVAR-RADARES.
           OPEN OUTPUT FICHEIRO-RADARES.
           PERFORM VARYING IDX-RDR FROM 1 BY 1
               UNTIL IDX-RDR > WS-NUM-RADARES
               MOVE RDR-ITEM(IDX-RDR) TO REG-RADAR-EQUIP
               WRITE REG-RADAR-EQUIP
           END-PERFORM.
           CLOSE FICHEIRO-RADARES.

       PROCURAR-RADAR.
           MOVE 0 TO WS-RDR-ACHADO.
           PERFORM VARYING IDX-RDR FROM 1 BY 1
               UNTIL IDX-RDR > WS-NUM-RADARES
               IF (RDR-T-ID(IDX-RDR) = WS-RDR-PESQUISA) THEN
                   MOVE IDX-RDR TO WS-RDR-ACHADO
               END-IF
           END-PERFORM.

      * A leitura do dia WS-RDR-DATA-REF so vale se o radar
      * WS-RDR-ACHADO estava verificado nesse dia: ultima verificacao
      * anterior ou no proprio dia e proxima ainda por vencer.
       VALIDAR-VERIFICACAO-RADAR.
           MOVE "N" TO WS-RDR-VALIDO.
           IF (WS-RDR-ACHADO > 0) THEN
               IF (RDR-T-DATA-VERIF(WS-RDR-ACHADO) > 0) AND
                  (RDR-T-DATA-VERIF(WS-RDR-ACHADO) <= WS-RDR-DATA-REF)
                  AND (RDR-T-PROX-VERIF(WS-RDR-ACHADO) >=
                       WS-RDR-DATA-REF) THEN
                   MOVE "S" TO WS-RDR-VALIDO
               END-IF
           END-IF.
