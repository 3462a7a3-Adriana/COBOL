      * Retroativos de salario: o RH-RETROATIVOS acrescenta as
      * diferencas por periodo e a folha seguinte paga-as e marca-as.
      * Um ficheiro maior do que a tabela nao pode ser regravado.
       CARREGAR-RETROATIVOS.
           MOVE 0 TO WS-NUM-RETROATIVOS.
           MOVE "N" TO WS-RET-TRUNCADA.
           MOVE SPACES TO WS-RETROATIVOS-STATUS.
           OPEN INPUT FICHEIRO-RETROATIVOS.
           IF (WS-RETROATIVOS-STATUS = "00") THEN
               PERFORM UNTIL WS-RETROATIVOS-STATUS = "10"
                   READ FICHEIRO-RETROATIVOS
                       AT END MOVE "10" TO WS-RETROATIVOS-STATUS
                       NOT AT END
                           IF (WS-NUM-RETROATIVOS < 500) THEN
                               ADD 1 TO WS-NUM-RETROATIVOS
                               MOVE REG-RETROATIVO TO
                                   RET-ITEM(WS-NUM-RETROATIVOS)
                           ELSE
                               MOVE "S" TO WS-RET-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-RETROATIVOS.

       GRAVAR-RETROATIVOS.
           OPEN OUTPUT FICHEIRO-RETROATIVOS.
           PERFORM VARYING IDX-RET FROM 1 BY 1
               UNTIL IDX-RET > WS-NUM-RETROATIVOS
               MOVE RET-ITEM(IDX-RET) TO REG-RETROATIVO
               WRITE REG-RETROATIVO
           END-PERFORM.
           CLOSE FICHEIRO-RETROATIVOS.
