      * Escalas de turnos: o RH-ESCALAS planeia as semanas e compara-as
      * com o ponto. Um ficheiro maior do que a tabela nao pode ser
      * regravado.
       CARREGAR-ESCALAS.
           MOVE 0 TO WS-NUM-ESCALAS.
           MOVE "N" TO WS-ESC-TRUNCADA.
           MOVE SPACES TO WS-ESCALAS-STATUS.
           OPEN INPUT FICHEIRO-ESCALAS.
           IF (WS-ESCALAS-STATUS = "00") THEN
               PERFORM UNTIL WS-ESCALAS-STATUS = "10"
                   READ FICHEIRO-ESCALAS
                       AT END MOVE "10" TO WS-ESCALAS-STATUS
                       NOT AT END
                           IF (WS-NUM-ESCALAS < 1500) THEN
                               ADD 1 TO WS-NUM-ESCALAS
                               MOVE REG-ESCALA TO
                                   ESC-ITEM(WS-NUM-ESCALAS)
                           ELSE
                               MOVE "S" TO WS-ESC-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-ESCALAS.

       GRAVAR-ESCALAS.
           OPEN OUTPUT FICHEIRO-ESCALAS.
           PERFORM VARYING IDX-ESC FROM 1 BY 1
               UNTIL IDX-ESC > WS-NUM-ESCALAS
               MOVE ESC-ITEM(IDX-ESC) TO REG-ESCALA
               WRITE REG-ESCALA
           END-PERFORM.
           CLOSE FICHEIRO-ESCALAS.
