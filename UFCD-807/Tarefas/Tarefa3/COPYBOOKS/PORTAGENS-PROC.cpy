      * Portagens Via Verde da frota: cada passagem importada do
      * extrato da operadora fica registada com o destino do debito
      * (cliente, conta de empresa ou excecao), para nunca ser
      * cobrada duas vezes.
       CARREGAR-PORTAGENS.
           MOVE 0 TO WS-NUM-PORTAGENS.
           MOVE SPACES TO WS-PORTAGENS-STATUS.
           OPEN INPUT FICHEIRO-PORTAGENS.
           IF (WS-PORTAGENS-STATUS = "00") THEN
               PERFORM UNTIL WS-PORTAGENS-STATUS = "10"
                   READ FICHEIRO-PORTAGENS
                       AT END MOVE "10" TO WS-PORTAGENS-STATUS
                       NOT AT END
                           IF (WS-NUM-PORTAGENS < 500) THEN
                               ADD 1 TO WS-NUM-PORTAGENS
                               MOVE REG-PORTAGEM TO
                                   POR-ITEM(WS-NUM-PORTAGENS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-PORTAGENS.

       GRAVAR-PORTAGENS.
           OPEN OUTPUT FICHEIRO-PORTAGENS.
           PERFORM VARYING IDX-POR FROM 1 BY 1
               UNTIL IDX-POR > WS-NUM-PORTAGENS
               MOVE POR-ITEM(IDX-POR) TO REG-PORTAGEM
               WRITE REG-PORTAGEM
           END-PERFORM.
           CLOSE FICHEIRO-PORTAGENS.
