      * Equipamento de aluguer (cadeiras de crianca, GPS, correntes de
      * neve): preco diario, valor de reposicao e stock por filial.
      * Sem ficheiro, valem os artigos semeados, ainda sem stock.
       CARREGAR-EQUIPAMENTOS.
           MOVE 0 TO WS-NUM-EQUIPAMENTOS.
           MOVE SPACES TO WS-EQUIPAMENTOS-STATUS.
           OPEN INPUT FICHEIRO-EQUIPAMENTOS.
           IF (WS-EQUIPAMENTOS-STATUS = "00") THEN
               PERFORM UNTIL WS-EQUIPAMENTOS-STATUS = "10"
                   READ FICHEIRO-EQUIPAMENTOS
                       AT END MOVE "10" TO WS-EQUIPAMENTOS-STATUS
                       NOT AT END
                           IF (WS-NUM-EQUIPAMENTOS < 50) THEN
                               ADD 1 TO WS-NUM-EQUIPAMENTOS
                               MOVE REG-EQUIPAMENTO TO
                                   EQP-ITEM(WS-NUM-EQUIPAMENTOS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-EQUIPAMENTOS.
           IF (WS-NUM-EQUIPAMENTOS = 0) THEN
               PERFORM SEMEAR-EQUIPAMENTOS
           END-IF.

       SEMEAR-EQUIPAMENTOS.
           MOVE 3 TO WS-NUM-EQUIPAMENTOS.
           INITIALIZE TABELA-EQUIPAMENTOS.
           MOVE "CADC"               TO EQP-T-CODIGO(1).
           MOVE "CADEIRA DE CRIANCA" TO EQP-T-DESCRICAO(1).
           MOVE 6.00                 TO EQP-T-PRECO-DIA(1).
           MOVE 150.00               TO EQP-T-VALOR-REPOSICAO(1).
           MOVE "GPS"                TO EQP-T-CODIGO(2).
           MOVE "GPS PORTATIL"       TO EQP-T-DESCRICAO(2).
           MOVE 8.00                 TO EQP-T-PRECO-DIA(2).
           MOVE 200.00               TO EQP-T-VALOR-REPOSICAO(2).
           MOVE "CORR"               TO EQP-T-CODIGO(3).
           MOVE "CORRENTES DE NEVE"  TO EQP-T-DESCRICAO(3).
           MOVE 4.00                 TO EQP-T-PRECO-DIA(3).
           MOVE 80.00                TO EQP-T-VALOR-REPOSICAO(3).

       GRAVAR-EQUIPAMENTOS.
           OPEN OUTPUT FICHEIRO-EQUIPAMENTOS.
           PERFORM VARYING IDX-EQP FROM 1 BY 1
               UNTIL IDX-EQP > WS-NUM-EQUIPAMENTOS
               MOVE EQP-ITEM(IDX-EQP) TO REG-EQUIPAMENTO
               WRITE REG-EQUIPAMENTO
           END-PERFORM.
           CLOSE FICHEIRO-EQUIPAMENTOS.

       PROCURAR-EQUIPAMENTO.
           MOVE 0 TO WS-EQP-ACHADO.
           PERFORM VARYING IDX-EQP FROM 1 BY 1
               UNTIL IDX-EQP > WS-NUM-EQUIPAMENTOS
               IF (EQP-T-CODIGO(IDX-EQP) = WS-EQP-PESQ) THEN
                   MOVE IDX-EQP TO WS-EQP-ACHADO
               END-IF
           END-PERFORM.
