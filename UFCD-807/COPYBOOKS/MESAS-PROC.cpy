      * Mesas da sala com a lotacao de cada uma (MESAS-SALA.DAT). Sem
      * ficheiro vale a sala atual: 6 mesas de 2, 4 de 4 e as duas
      * mesas grandes de 8 no fundo.
       CARREGAR-MESAS.
           MOVE 0 TO WS-NUM-MESAS.
           MOVE SPACES TO WS-MESAS-STATUS.
           OPEN INPUT FICHEIRO-MESAS.
           IF (WS-MESAS-STATUS = "00") THEN
               PERFORM UNTIL WS-MESAS-STATUS = "10"
                   READ FICHEIRO-MESAS
                       AT END MOVE "10" TO WS-MESAS-STATUS
                       NOT AT END
                           IF (WS-NUM-MESAS < 40) THEN
                               ADD 1 TO WS-NUM-MESAS
                               MOVE REG-MESA-SALA TO
                                   MSA-ITEM(WS-NUM-MESAS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-MESAS.
           IF (WS-NUM-MESAS = 0) THEN
               PERFORM SEMEAR-MESAS
           END-IF.

       SEMEAR-MESAS.
           MOVE 12 TO WS-NUM-MESAS.
           PERFORM VARYING IDX-MSA FROM 1 BY 1 UNTIL IDX-MSA > 12
               MOVE IDX-MSA TO MSA-T-NUMERO(IDX-MSA)
               EVALUATE TRUE
                   WHEN IDX-MSA <= 6
                       MOVE 2 TO MSA-T-LUGARES(IDX-MSA)
                       MOVE "JANELA" TO MSA-T-ZONA(IDX-MSA)
                   WHEN IDX-MSA <= 10
                       MOVE 4 TO MSA-T-LUGARES(IDX-MSA)
                       MOVE "SALA" TO MSA-T-ZONA(IDX-MSA)
                   WHEN OTHER
                       MOVE 8 TO MSA-T-LUGARES(IDX-MSA)
                       MOVE "FUNDO" TO MSA-T-ZONA(IDX-MSA)
               END-EVALUATE
           END-PERFORM.

       GRAVAR-MESAS.
           CALL "BACKUP-FICHEIRO" USING WS-NOME-BACKUP-MSA.
           OPEN OUTPUT FICHEIRO-MESAS.
           PERFORM VARYING IDX-MSA FROM 1 BY 1
               UNTIL IDX-MSA > WS-NUM-MESAS
               MOVE MSA-ITEM(IDX-MSA) TO REG-MESA-SALA
               WRITE REG-MESA-SALA
           END-PERFORM.
           CLOSE FICHEIRO-MESAS.

      * Posicao da mesa WS-MSA-PROCURADA na tabela (0 se nao existir).
       LOCALIZAR-MESA.
           MOVE 0 TO WS-MSA-ACHADA.
           PERFORM VARYING IDX-MSA FROM 1 BY 1
               UNTIL IDX-MSA > WS-NUM-MESAS
               IF (MSA-T-NUMERO(IDX-MSA) = WS-MSA-PROCURADA) THEN
                   MOVE IDX-MSA TO WS-MSA-ACHADA
               END-IF
           END-PERFORM.
