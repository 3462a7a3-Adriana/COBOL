                       AT END MOVE "10" TO WS-AGUA-STATUS
                       NOT AT END
                           IF (AGUA-CONTA = WS-CONTA) AND
                              (AGUA-PAGO NOT = "S") AND
                              (AGUA-PAGO NOT = "T") THEN
                               COMPUTE WS-EM-FALTA =
                                   AGUA-TOTAL - AGUA-PAGO-VALOR
                               ADD WS-EM-FALTA TO WS-DIVIDA
