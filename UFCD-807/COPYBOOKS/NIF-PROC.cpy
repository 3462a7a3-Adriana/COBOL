      * Recebe o NIF em WS-NIF-VERIFICA e devolve WS-NIF-VALIDO S/N.
       VALIDAR-NIF.
           MOVE "N" TO WS-NIF-VALIDO.
           IF (WS-NIF-VERIFICA IS NUMERIC) AND
              (WS-NIF-VERIFICA > 99999999) THEN
               MOVE 0 TO WS-NIF-SOMA
               PERFORM VARYING IDX-NIF FROM 1 BY 1 UNTIL IDX-NIF > 8
                   COMPUTE WS-NIF-SOMA = WS-NIF-SOMA +
                       WS-NIF-DIGITO(IDX-NIF) * (10 - IDX-NIF)
               END-PERFORM
               DIVIDE WS-NIF-SOMA BY 11 GIVING WS-NIF-QUOCIENTE
                   REMAINDER WS-NIF-RESTO
               IF (WS-NIF-RESTO < 2) THEN
                   MOVE 0 TO WS-NIF-CONTROLO
               ELSE
                   COMPUTE WS-NIF-CONTROLO = 11 - WS-NIF-RESTO
               END-IF
               IF (WS-NIF-CONTROLO = WS-NIF-DIGITO(9)) THEN
                   MOVE "S" TO WS-NIF-VALIDO
               END-IF
           END-IF.
