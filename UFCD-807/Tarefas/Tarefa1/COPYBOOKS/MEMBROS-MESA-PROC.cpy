      * Membros das mesas de voto: uma linha por nomeacao (eleicao,
      * mesa e funcao), com a presenca e o pagamento da gratificacao.
       CARREGAR-MEMBROS-MESA.
           MOVE 0 TO WS-NUM-MEMBROS.
           MOVE "N" TO WS-MMB-TRUNCADA.
           MOVE SPACES TO WS-MEMBROS-STATUS.
           OPEN INPUT FICHEIRO-MEMBROS-MESA.
           IF (WS-MEMBROS-STATUS = "00") THEN
               PERFORM UNTIL WS-MEMBROS-STATUS = "10"
                   READ FICHEIRO-MEMBROS-MESA
                       AT END MOVE "10" TO WS-MEMBROS-STATUS
                       NOT AT END
                           IF (WS-NUM-MEMBROS < 1000) THEN
                               ADD 1 TO WS-NUM-MEMBROS
                               MOVE REG-MEMBRO-MESA TO
                                   MMB-ITEM(WS-NUM-MEMBROS)
                           ELSE
                               MOVE "S" TO WS-MMB-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-MEMBROS-MESA.

       GRAVAR-MEMBROS-MESA.
           OPEN OUTPUT FICHEIRO-MEMBROS-MESA.
           PERFORM VARYING IDX-MMB FROM 1 BY 1
               UNTIL IDX-MMB > WS-NUM-MEMBROS
               MOVE MMB-ITEM(IDX-MMB) TO REG-MEMBRO-MESA
               WRITE REG-MEMBRO-MESA
           END-PERFORM.
           CLOSE FICHEIRO-MEMBROS-MESA.

      * Nomeacao do NIF WS-MMB-PESQ-NIF na eleicao WS-MMB-PESQ-ELEICAO
      * (uma pessoa so pode estar numa mesa por eleicao).
       PROCURAR-MEMBRO-MESA.
           MOVE 0 TO WS-MMB-ACHADO.
           PERFORM VARYING IDX-MMB FROM 1 BY 1
               UNTIL IDX-MMB > WS-NUM-MEMBROS
               IF (MMB-T-ELEICAO(IDX-MMB) = WS-MMB-PESQ-ELEICAO) AND
                  (MMB-T-NIF(IDX-MMB) = WS-MMB-PESQ-NIF) THEN
                   MOVE IDX-MMB TO WS-MMB-ACHADO
               END-IF
           END-PERFORM.
