       CARREGAR-ALT-SALARIO.
           MOVE 0 TO WS-NUM-ALT-SALARIO.
           MOVE SPACES TO WS-ALT-SALARIO-STATUS.
           OPEN INPUT FICHEIRO-ALT-SALARIO.
           IF (WS-ALT-SALARIO-STATUS = "00") THEN
               PERFORM UNTIL WS-ALT-SALARIO-STATUS = "10"
                   READ FICHEIRO-ALT-SALARIO
                       AT END MOVE "10" TO WS-ALT-SALARIO-STATUS
                       NOT AT END
                           IF (WS-NUM-ALT-SALARIO < 200) THEN
                               ADD 1 TO WS-NUM-ALT-SALARIO
                               MOVE REG-ALT-SALARIO TO
                                   ALS-ITEM(WS-NUM-ALT-SALARIO)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-ALT-SALARIO.

       GRAVAR-ALT-SALARIO.
           OPEN OUTPUT FICHEIRO-ALT-SALARIO.
           PERFORM VARYING IDX-ALS FROM 1 BY 1
               UNTIL IDX-ALS > WS-NUM-ALT-SALARIO
               MOVE ALS-ITEM(IDX-ALS) TO REG-ALT-SALARIO
               WRITE REG-ALT-SALARIO
           END-PERFORM.
           CLOSE FICHEIRO-ALT-SALARIO.
