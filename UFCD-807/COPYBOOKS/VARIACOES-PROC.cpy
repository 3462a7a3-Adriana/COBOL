      * Variacoes da folha: o RH-VARIACOES gera e visa; a confirmacao
      * SEPA so consulta. Um ficheiro maior do que a tabela nao pode
      * ser regravado.
       CARREGAR-VARIACOES.
           MOVE 0 TO WS-NUM-VARIACOES.
           MOVE "N" TO WS-VAR-TRUNCADA.
           MOVE SPACES TO WS-VARIACOES-STATUS.
           OPEN INPUT FICHEIRO-VARIACOES.
           IF (WS-VARIACOES-STATUS = "00") THEN
               PERFORM UNTIL WS-VARIACOES-STATUS = "10"
                   READ FICHEIRO-VARIACOES
                       AT END MOVE "10" TO WS-VARIACOES-STATUS
                       NOT AT END
                           IF (WS-NUM-VARIACOES < 900) THEN
                               ADD 1 TO WS-NUM-VARIACOES
                               MOVE REG-VARIACAO TO
                                   VAR-ITEM(WS-NUM-VARIACOES)
                           ELSE
                               MOVE "S" TO WS-VAR-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-VARIACOES.

       GRAVAR-VARIACOES.
           OPEN OUTPUT FICHEIRO-VARIACOES.
           PERFORM VARYING IDX-VAR FROM 1 BY 1
               UNTIL IDX-VAR > WS-NUM-VARIACOES
               MOVE VAR-ITEM(IDX-VAR) TO REG-VARIACAO
               WRITE REG-VARIACAO
           END-PERFORM.
           CLOSE FICHEIRO-VARIACOES.

      * Para WS-VAR-PERIODO-VER: o relatorio de variacoes ja correu?
      * Quantas linhas sinalizadas estao por visar? Le o ficheiro
      * direto, sem tabela.
       VERIFICAR-VARIACOES-VISADAS.
           MOVE "N" TO WS-VAR-RELATORIO-FEITO.
           MOVE 0 TO WS-VAR-PENDENTES.
           MOVE SPACES TO WS-VARIACOES-STATUS.
           OPEN INPUT FICHEIRO-VARIACOES.
           IF (WS-VARIACOES-STATUS = "00") THEN
               PERFORM UNTIL WS-VARIACOES-STATUS = "10"
                   READ FICHEIRO-VARIACOES
                       AT END MOVE "10" TO WS-VARIACOES-STATUS
                       NOT AT END
                           IF (VAR-PERIODO = WS-VAR-PERIODO-VER) THEN
                               IF (VAR-TIPO = "C") THEN
                                   MOVE "S" TO WS-VAR-RELATORIO-FEITO
                               END-IF
                               IF (VAR-TIPO = "L") AND
                                  (VAR-ESTADO = "P") THEN
                                   ADD 1 TO WS-VAR-PENDENTES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-VARIACOES.
