      * Fundo mensal de gorjetas da pizzaria: uma linha por periodo e
      * por empregado com as horas de ponto e a parte que lhe coube
      * (GORJETAS.DAT). A folha paga cada parte no recibo do periodo.
       CARREGAR-GORJETAS.
           MOVE 0 TO WS-NUM-GORJETAS.
           MOVE "N" TO WS-GRJ-TRUNCADA.
           MOVE SPACES TO WS-GORJETAS-STATUS.
           OPEN INPUT FICHEIRO-GORJETAS.
           IF (WS-GORJETAS-STATUS = "00") THEN
               PERFORM UNTIL WS-GORJETAS-STATUS = "10"
                   READ FICHEIRO-GORJETAS
                       AT END MOVE "10" TO WS-GORJETAS-STATUS
                       NOT AT END
                           IF (WS-NUM-GORJETAS < 500) THEN
                               ADD 1 TO WS-NUM-GORJETAS
                               MOVE REG-GORJETA-PARTE TO
                                   GRJ-ITEM(WS-NUM-GORJETAS)
                           ELSE
                               MOVE "S" TO WS-GRJ-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-GORJETAS.

       GRAVAR-GORJETAS.
           CALL "BACKUP-FICHEIRO" USING WS-NOME-BACKUP-GRJ.
           OPEN OUTPUT FICHEIRO-GORJETAS.
           PERFORM VARYING IDX-GRJ FROM 1 BY 1
               UNTIL IDX-GRJ > WS-NUM-GORJETAS
               MOVE GRJ-ITEM(IDX-GRJ) TO REG-GORJETA-PARTE
               WRITE REG-GORJETA-PARTE
           END-PERFORM.
           CLOSE FICHEIRO-GORJETAS.

      * Parte das gorjetas de WS-GRJ-NOME-APURA no periodo
      * WS-GRJ-PERIODO-APURA (0 se nao houver reparticao).
       APURAR-GORJETA-EMPREGADO.
           MOVE 0 TO WS-GRJ-VALOR-APURA.
           PERFORM VARYING IDX-GRJ FROM 1 BY 1
               UNTIL IDX-GRJ > WS-NUM-GORJETAS
               IF (GRJ-T-NOME(IDX-GRJ) = WS-GRJ-NOME-APURA) AND
                  (GRJ-T-PERIODO(IDX-GRJ) = WS-GRJ-PERIODO-APURA) THEN
                   ADD GRJ-T-VALOR(IDX-GRJ) TO WS-GRJ-VALOR-APURA
               END-IF
           END-PERFORM.
