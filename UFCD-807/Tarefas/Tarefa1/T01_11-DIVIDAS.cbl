           READ FICHEIRO-AGUA NEXT
               AT END MOVE "10" TO WS-AGUA-STATUS
               NOT AT END
      * A divida transferida para um ex-titular (T) segue na ficha
      * dele (T01_11-OCUPANTES) e nao entra na lista de cortes.
                   IF (AGUA-PAGO NOT = "S") AND
                      (AGUA-PAGO NOT = "T") THEN
                       COMPUTE WS-EM-FALTA =
                           AGUA-TOTAL - AGUA-PAGO-VALOR
                       IF (WS-EM-FALTA > 0) THEN
