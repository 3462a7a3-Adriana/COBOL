      * Antes de regravar, as faturas da agua criadas, alteradas ou
      * retiradas desde a carga vao para o jornal de transacoes; a
      * imagem passa a ser a tabela gravada.
       JORNALIZAR-TAB-AGUA.
           MOVE "AGUA-CONTAS.DAT" TO WS-JRN-FICHEIRO.
           MOVE FUNCTION LENGTH(AGUA-ITEM(1)) TO WS-JRN-TAMANHO.
           MOVE 1 TO WS-JRN-POS-CHAVE.
           MOVE 16 TO WS-JRN-TAM-CHAVE.
           MOVE WS-JRN-NUM-AGUA TO WS-JRN-NUM-ANTES.
           MOVE WS-NUM-REGISTOS TO WS-JRN-NUM-DEPOIS.
           CALL "JORNAL-TABELA" USING WS-JORNAL-PEDIDO
               WS-JRN-IMAGEM-AGUA TABELA-AGUA.
           PERFORM FOTOGRAFAR-TAB-AGUA.

      * Imagem da tabela acabada de carregar (ou de gravar).
       FOTOGRAFAR-TAB-AGUA.
           MOVE TABELA-AGUA TO WS-JRN-IMAGEM-AGUA.
           MOVE WS-NUM-REGISTOS TO WS-JRN-NUM-AGUA.
