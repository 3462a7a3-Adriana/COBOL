           PERFORM GRAVAR-ORDENS-AGUA.
           DISPLAY WS-ORDENS-GERADAS " ORDEM(NS) DE CORTE GERADA(S).".

      * A divida transferida (T) e do ex-titular: nao corta a agua a
      * quem ocupa agora a conta.
       AVALIAR-CORTE-REGISTO.
           IF (AGUA-PAGO = "S") OR (AGUA-PAGO = "T") THEN
               GO FIM-AVALIAR-CORTE
           END-IF.
           COMPUTE WS-EM-FALTA = AGUA-TOTAL - AGUA-PAGO-VALOR.
                       AT END MOVE "10" TO WS-AGUA-STATUS
                       NOT AT END
                           IF (AGUA-CONTA = WS-CONTA) AND
                              (AGUA-PAGO NOT = "S") AND
                              (AGUA-PAGO NOT = "T") THEN
                               MOVE "S" TO WS-TEM-DIVIDA
                           END-IF
                   END-READ
