      * Antes de regravar, os empregados criados, alterados ou retirados
      * desde a carga vao para o jornal de transacoes; a imagem passa
      * a ser a tabela gravada.
       JORNALIZAR-TAB-EMPREGADOS.
           MOVE "EMPREGADOS.DAT" TO WS-JRN-FICHEIRO.
           MOVE FUNCTION LENGTH(EMP-ITEM(1)) TO WS-JRN-TAMANHO.
           MOVE 1 TO WS-JRN-POS-CHAVE.
           MOVE 30 TO WS-JRN-TAM-CHAVE.
           MOVE WS-JRN-NUM-EMPREGADOS TO WS-JRN-NUM-ANTES.
           MOVE WS-NUM-EMPREGADOS TO WS-JRN-NUM-DEPOIS.
           CALL "JORNAL-TABELA" USING WS-JORNAL-PEDIDO
               WS-JRN-IMAGEM-EMPREGADOS TABELA-EMPREGADOS.
           PERFORM FOTOGRAFAR-TAB-EMPREGADOS.

      * Imagem da tabela acabada de carregar (ou de gravar).
       FOTOGRAFAR-TAB-EMPREGADOS.
           MOVE TABELA-EMPREGADOS TO WS-JRN-IMAGEM-EMPREGADOS.
           MOVE WS-NUM-EMPREGADOS TO WS-JRN-NUM-EMPREGADOS.
