      * Registo de veiculos e proprietarios (VEICULOS.DAT), carregado
      * inteiro; com a tabela cheia a regravacao perderia registos,
      * por isso WS-VEI-TRUNCADA fica a "S" e quem grava recusa.
       CARREGAR-VEICULOS.
           MOVE 0 TO WS-NUM-VEICULOS.
           MOVE "N" TO WS-VEI-TRUNCADA.
           MOVE SPACES TO WS-VEICULOS-STATUS.
           OPEN INPUT FICHEIRO-VEICULOS.
           IF (WS-VEICULOS-STATUS = "00") THEN
               PERFORM UNTIL WS-VEICULOS-STATUS = "10"
                   READ FICHEIRO-VEICULOS
                       AT END MOVE "10" TO WS-VEICULOS-STATUS
                       NOT AT END
                           IF (WS-NUM-VEICULOS < 200) THEN
                               ADD 1 TO WS-NUM-VEICULOS
                               MOVE REG-VEICULO TO
                                   VEI-ITEM(WS-NUM-VEICULOS)
                           ELSE
                               MOVE "S" TO WS-VEI-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-VEICULOS.

       GRAVAR-VEICULOS.
           OPEN OUTPUT FICHEIRO-VEICULOS.
           PERFORM VARYING IDX-VEI FROM 1 BY 1
               UNTIL IDX-VEI > WS-NUM-VEICULOS
               MOVE VEI-ITEM(IDX-VEI) TO REG-VEICULO
               WRITE REG-VEICULO
           END-PERFORM.
           CLOSE FICHEIRO-VEICULOS.
