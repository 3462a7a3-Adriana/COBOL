      * Antes de regravar, as quantidades de stock alteradas desde a
      * carga vao para o jornal de transacoes; a imagem passa a ser a
      * tabela gravada. O stock nao tem chave - cada linha e um
      * ingrediente e a chave no jornal e o numero da linha.
       JORNALIZAR-TAB-STOCK.
           MOVE "STOCK.DAT" TO WS-JRN-FICHEIRO.
           MOVE FUNCTION LENGTH(STOCK-ING(1)) TO WS-JRN-TAMANHO.
           MOVE 0 TO WS-JRN-POS-CHAVE.
           MOVE 0 TO WS-JRN-TAM-CHAVE.
           MOVE WS-JRN-NUM-STOCK TO WS-JRN-NUM-ANTES.
           MOVE 10 TO WS-JRN-NUM-DEPOIS.
           CALL "JORNAL-TABELA" USING WS-JORNAL-PEDIDO
               WS-JRN-IMAGEM-STOCK TABELA-STOCK.
           PERFORM FOTOGRAFAR-TAB-STOCK.

      * Imagem da tabela acabada de carregar (ou de gravar).
       FOTOGRAFAR-TAB-STOCK.
           MOVE TABELA-STOCK TO WS-JRN-IMAGEM-STOCK.
           MOVE 10 TO WS-JRN-NUM-STOCK.
