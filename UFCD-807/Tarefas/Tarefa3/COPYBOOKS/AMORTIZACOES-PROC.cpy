      * Amortizacao acumulada da viatura WS-AMR-PLACA-PESQ ate ao
      * periodo WS-AMR-PERIODO-PESQ (inclusive), lida do razao; marca
      * WS-AMR-VENDIDA se a viatura ja tiver registo de venda.
      * Quota constante: custo de aquisicao / WS-MESES-VIDA-FROTA.
       APURAR-AMORTIZACAO-VIATURA.
           MOVE 0 TO WS-AMR-ACUMULADO-PESQ.
           MOVE "N" TO WS-AMR-VENDIDA.
           MOVE SPACES TO WS-AMORTIZACOES-STATUS.
           OPEN INPUT FICHEIRO-AMORTIZACOES.
           IF (WS-AMORTIZACOES-STATUS = "00") THEN
               PERFORM UNTIL WS-AMORTIZACOES-STATUS = "10"
                   READ FICHEIRO-AMORTIZACOES
                       AT END MOVE "10" TO WS-AMORTIZACOES-STATUS
                       NOT AT END
                           IF (AMR-PLACA = WS-AMR-PLACA-PESQ) THEN
                               IF (AMR-TIPO = "A") AND
                                  (AMR-PERIODO <= WS-AMR-PERIODO-PESQ)
                                  THEN
                                   ADD AMR-VALOR TO
                                       WS-AMR-ACUMULADO-PESQ
                               END-IF
                               IF (AMR-TIPO = "V") THEN
                                   MOVE "S" TO WS-AMR-VENDIDA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-AMORTIZACOES.

      * O razao so cresce: cada lancamento acrescenta-se ao fim.
       ABRIR-RAZAO-AMORTIZACOES.
           MOVE SPACES TO WS-AMORTIZACOES-STATUS.
           OPEN EXTEND FICHEIRO-AMORTIZACOES.
           IF (WS-AMORTIZACOES-STATUS = "35") THEN
               OPEN OUTPUT FICHEIRO-AMORTIZACOES
           END-IF.
