      * Identificacao do condutor das multas de radar: uma linha por
      * multa notificada ao proprietario, com o estado do processo.
       CARREGAR-IDENTIFICACOES.
           MOVE 0 TO WS-NUM-IDENTIFICACOES.
           MOVE "N" TO WS-IDT-TRUNCADA.
           MOVE SPACES TO WS-IDENTIFICACOES-STATUS.
           OPEN INPUT FICHEIRO-IDENTIFICACOES.
           IF (WS-IDENTIFICACOES-STATUS = "00") THEN
               PERFORM UNTIL WS-IDENTIFICACOES-STATUS = "10"
                   READ FICHEIRO-IDENTIFICACOES
                       AT END MOVE "10" TO WS-IDENTIFICACOES-STATUS
                       NOT AT END
                           IF (WS-NUM-IDENTIFICACOES < 500) THEN
                               ADD 1 TO WS-NUM-IDENTIFICACOES
                               MOVE REG-IDENTIFICACAO TO
                                   IDT-ITEM(WS-NUM-IDENTIFICACOES)
                           ELSE
                               MOVE "S" TO WS-IDT-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-IDENTIFICACOES.

       GRAVAR-IDENTIFICACOES.
           OPEN OUTPUT FICHEIRO-IDENTIFICACOES.
           PERFORM VARYING IDX-IDT FROM 1 BY 1
               UNTIL IDX-IDT > WS-NUM-IDENTIFICACOES
               MOVE IDT-ITEM(IDX-IDT) TO REG-IDENTIFICACAO
               WRITE REG-IDENTIFICACAO
           END-PERFORM.
           CLOSE FICHEIRO-IDENTIFICACOES.

       PROCURAR-IDENTIFICACAO.
           MOVE 0 TO WS-IDT-ACHADO.
           PERFORM VARYING IDX-IDT FROM 1 BY 1
               UNTIL IDX-IDT > WS-NUM-IDENTIFICACOES
               IF (IDT-T-PLACA(IDX-IDT) = WS-IDT-PESQ-PLACA) AND
                  (IDT-T-DATA-MULTA(IDX-IDT) = WS-IDT-PESQ-DATA) THEN
                   MOVE IDX-IDT TO WS-IDT-ACHADO
               END-IF
           END-PERFORM.
