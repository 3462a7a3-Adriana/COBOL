                   READ FICHEIRO-PROMOS
                       AT END MOVE "10" TO WS-PROMOS-STATUS
                       NOT AT END
                           IF (WS-NUM-PROMOS < 500) THEN
                               ADD 1 TO WS-NUM-PROMOS
                               MOVE REG-PROMOCAO TO
                                   PRM-ITEM(WS-NUM-PROMOS)
               MOVE "N" TO PRM-T-USO-UNICO(IDX-PRM)
               MOVE "N" TO PRM-T-USADA(IDX-PRM)
               MOVE "N" TO PRM-T-AUTO(IDX-PRM)
               MOVE 0 TO PRM-T-CLIENTE(IDX-PRM)
               MOVE 0 TO PRM-T-CAMPANHA(IDX-PRM)
           END-PERFORM.

       GRAVAR-PROMOS.

      * Valida a promocao IDX-PRM contra a data, o dia da semana e a
      * hora correntes (ja em WS-PROMO-DATA / WS-PROMO-DIA-SEM /
      * WS-PROMO-HHMM) e o estado de uso. Um cupao pessoal so vale
      * para o cliente em WS-PROMO-CLIENTE.
       VERIFICAR-JANELA-PROMO.
           MOVE "S" TO WS-PROMO-VALIDA.
           IF (PRM-T-CLIENTE(IDX-PRM) IS NUMERIC) AND
              (PRM-T-CLIENTE(IDX-PRM) > 0) AND
              (PRM-T-CLIENTE(IDX-PRM) NOT = WS-PROMO-CLIENTE) THEN
               MOVE "N" TO WS-PROMO-VALIDA
           END-IF.
           IF (PRM-T-USO-UNICO(IDX-PRM) = "S") AND
              (PRM-T-USADA(IDX-PRM) = "S") THEN
               MOVE "N" TO WS-PROMO-VALIDA
