      * Corretores e agencias de viagens: o codigo do corretor e o
      * canal de reserva gravado no contrato (em branco = reserva
      * direta no balcao). A comissao e uma percentagem da base
      * tributavel do aluguer; um corretor inativo deixa de aparecer
      * no levantamento mas continua a receber o extrato.
       CARREGAR-CORRETORES.
           MOVE 0 TO WS-NUM-CORRETORES.
           MOVE SPACES TO WS-CORRETORES-STATUS.
           OPEN INPUT FICHEIRO-CORRETORES.
           IF (WS-CORRETORES-STATUS = "00") THEN
               PERFORM UNTIL WS-CORRETORES-STATUS = "10"
                   READ FICHEIRO-CORRETORES
                       AT END MOVE "10" TO WS-CORRETORES-STATUS
                       NOT AT END
                           IF (WS-NUM-CORRETORES < 50) THEN
                               ADD 1 TO WS-NUM-CORRETORES
                               MOVE REG-CORRETOR TO
                                   COR-ITEM(WS-NUM-CORRETORES)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-CORRETORES.

       GRAVAR-CORRETORES.
           OPEN OUTPUT FICHEIRO-CORRETORES.
           PERFORM VARYING IDX-COR FROM 1 BY 1
               UNTIL IDX-COR > WS-NUM-CORRETORES
               MOVE COR-ITEM(IDX-COR) TO REG-CORRETOR
               WRITE REG-CORRETOR
           END-PERFORM.
           CLOSE FICHEIRO-CORRETORES.

       PROCURAR-CORRETOR.
           MOVE 0 TO WS-COR-ACHADO.
           PERFORM VARYING IDX-COR FROM 1 BY 1
               UNTIL IDX-COR > WS-NUM-CORRETORES
               IF (COR-T-CODIGO(IDX-COR) = WS-CORRETOR-PESQ) THEN
                   MOVE IDX-COR TO WS-COR-ACHADO
               END-IF
           END-PERFORM.
