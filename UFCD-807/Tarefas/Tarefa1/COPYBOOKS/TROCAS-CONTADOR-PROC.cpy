      * Trocas de contador: leitura final do contador retirado e
      * leitura inicial do novo. Enquanto a troca nao entra numa
      * fatura (periodo de fatura a zero) o consumo do periodo e o do
      * contador antigo ate a leitura final mais o do novo desde a
      * leitura inicial.
       CARREGAR-TROCAS.
           MOVE 0 TO WS-NUM-TROCAS.
           MOVE "N" TO WS-TRC-TRUNCADA.
           MOVE SPACES TO WS-TROCAS-STATUS.
           OPEN INPUT FICHEIRO-TROCAS.
           IF (WS-TROCAS-STATUS = "00") THEN
               PERFORM UNTIL WS-TROCAS-STATUS = "10"
                   READ FICHEIRO-TROCAS
                       AT END MOVE "10" TO WS-TROCAS-STATUS
                       NOT AT END
                           IF (WS-NUM-TROCAS < 300) THEN
                               ADD 1 TO WS-NUM-TROCAS
                               MOVE REG-TROCA TO
                                   TRC-ITEM(WS-NUM-TROCAS)
                           ELSE
                               MOVE "S" TO WS-TRC-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-TROCAS.

       GRAVAR-TROCAS.
           OPEN OUTPUT FICHEIRO-TROCAS.
           PERFORM VARYING IDX-TRC FROM 1 BY 1
               UNTIL IDX-TRC > WS-NUM-TROCAS
               MOVE TRC-ITEM(IDX-TRC) TO REG-TROCA
               WRITE REG-TROCA
           END-PERFORM.
           CLOSE FICHEIRO-TROCAS.

      * Troca ainda por faturar na conta WS-TRC-PESQUISA, feita ate ao
      * periodo WS-TRC-PERIODO-LIMITE (uma troca posterior a leitura
      * do periodo so entra na fatura seguinte).
       PROCURAR-TROCA-PENDENTE.
           MOVE 0 TO WS-TRC-ACHADA.
           PERFORM VARYING IDX-TRC FROM 1 BY 1
               UNTIL IDX-TRC > WS-NUM-TROCAS
               IF (TRC-T-CONTA(IDX-TRC) = WS-TRC-PESQUISA) AND
                  (TRC-T-PERIODO-FATURA(IDX-TRC) = 0) AND
                  (TRC-T-PERIODO(IDX-TRC) <= WS-TRC-PERIODO-LIMITE)
                   THEN
                   MOVE IDX-TRC TO WS-TRC-ACHADA
               END-IF
           END-PERFORM.
