      * Ocupacoes da conta de agua: cada titular que passou pela conta,
      * com data e leitura de entrada e de saida (data de saida a zero
      * enquanto ocupa), a divida em aberto transferida para a sua
      * ficha na saida e o numero da fatura final.
       CARREGAR-OCUPACOES.
           MOVE 0 TO WS-NUM-OCUPACOES.
           MOVE "N" TO WS-OCP-TRUNCADA.
           MOVE SPACES TO WS-OCUPACOES-STATUS.
           OPEN INPUT FICHEIRO-OCUPACOES.
           IF (WS-OCUPACOES-STATUS = "00") THEN
               PERFORM UNTIL WS-OCUPACOES-STATUS = "10"
                   READ FICHEIRO-OCUPACOES
                       AT END MOVE "10" TO WS-OCUPACOES-STATUS
                       NOT AT END
                           IF (WS-NUM-OCUPACOES < 300) THEN
                               ADD 1 TO WS-NUM-OCUPACOES
                               MOVE REG-OCUPACAO TO
                                   OCP-ITEM(WS-NUM-OCUPACOES)
                           ELSE
                               MOVE "S" TO WS-OCP-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-OCUPACOES.

       GRAVAR-OCUPACOES.
           OPEN OUTPUT FICHEIRO-OCUPACOES.
           PERFORM VARYING IDX-OCP FROM 1 BY 1
               UNTIL IDX-OCP > WS-NUM-OCUPACOES
               MOVE OCP-ITEM(IDX-OCP) TO REG-OCUPACAO
               WRITE REG-OCUPACAO
           END-PERFORM.
           CLOSE FICHEIRO-OCUPACOES.

      * Ocupacao em curso (sem data de saida) da conta WS-OCP-PESQUISA.
       PROCURAR-OCUPACAO-ATIVA.
           MOVE 0 TO WS-OCP-ACHADA.
           PERFORM VARYING IDX-OCP FROM 1 BY 1
               UNTIL IDX-OCP > WS-NUM-OCUPACOES
               IF (OCP-T-CONTA(IDX-OCP) = WS-OCP-PESQUISA) AND
                  (OCP-T-DATA-FIM(IDX-OCP) = 0) THEN
                   MOVE IDX-OCP TO WS-OCP-ACHADA
               END-IF
           END-PERFORM.
