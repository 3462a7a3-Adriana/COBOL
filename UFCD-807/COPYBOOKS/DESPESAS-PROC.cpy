      * Despesas de deslocacao: o RH-DESPESAS regista e aprova, a
      * folha seguinte paga as aprovadas e marca-as.
      * Um ficheiro maior do que a tabela nao pode ser regravado.
       CARREGAR-DESPESAS.
           MOVE 0 TO WS-NUM-DESPESAS.
           MOVE "N" TO WS-DSP-TRUNCADA.
           MOVE SPACES TO WS-DESPESAS-STATUS.
           OPEN INPUT FICHEIRO-DESPESAS.
           IF (WS-DESPESAS-STATUS = "00") THEN
               PERFORM UNTIL WS-DESPESAS-STATUS = "10"
                   READ FICHEIRO-DESPESAS
                       AT END MOVE "10" TO WS-DESPESAS-STATUS
                       NOT AT END
                           IF (WS-NUM-DESPESAS < 1000) THEN
                               ADD 1 TO WS-NUM-DESPESAS
                               MOVE REG-DESPESA TO
                                   DSP-ITEM(WS-NUM-DESPESAS)
                           ELSE
                               MOVE "S" TO WS-DSP-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-DESPESAS.

       GRAVAR-DESPESAS.
           OPEN OUTPUT FICHEIRO-DESPESAS.
           PERFORM VARYING IDX-DSP FROM 1 BY 1
               UNTIL IDX-DSP > WS-NUM-DESPESAS
               MOVE DSP-ITEM(IDX-DSP) TO REG-DESPESA
               WRITE REG-DESPESA
           END-PERFORM.
           CLOSE FICHEIRO-DESPESAS.
