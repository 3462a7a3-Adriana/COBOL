      * Antes de regravar, as multas criadas, alteradas ou retiradas
      * desde a carga vao para o jornal de transacoes; a imagem passa
      * a ser a tabela gravada.
       JORNALIZAR-TAB-MULTAS.
           MOVE "MULTAS.DAT" TO WS-JRN-FICHEIRO.
           MOVE FUNCTION LENGTH(MUL-ITEM(1)) TO WS-JRN-TAMANHO.
           MOVE 1 TO WS-JRN-POS-CHAVE.
           MOVE 18 TO WS-JRN-TAM-CHAVE.
           MOVE WS-JRN-NUM-MULTAS TO WS-JRN-NUM-ANTES.
           MOVE WS-NUM-MULTAS TO WS-JRN-NUM-DEPOIS.
           CALL "JORNAL-TABELA" USING WS-JORNAL-PEDIDO
               WS-JRN-IMAGEM-MULTAS TABELA-MULTAS.
           PERFORM FOTOGRAFAR-TAB-MULTAS.

      * Imagem da tabela acabada de carregar (ou de gravar).
       FOTOGRAFAR-TAB-MULTAS.
           MOVE TABELA-MULTAS TO WS-JRN-IMAGEM-MULTAS.
           MOVE WS-NUM-MULTAS TO WS-JRN-NUM-MULTAS.
