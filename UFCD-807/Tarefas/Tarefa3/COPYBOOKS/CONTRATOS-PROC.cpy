               END-PERFORM
               CLOSE FICHEIRO-CONTRATOS
           END-IF.
           MOVE TABELA-CONTRATOS TO WS-JRN-IMAGEM-CONTRATOS.
           MOVE WS-NUM-CONTRATOS TO WS-JRN-NUM-CONTRATOS.
           PERFORM CALCULAR-HASH-CONTRATOS.
           MOVE "N" TO WS-CONTRATOS-CTL-ERRO.
           MOVE SPACES TO WS-CONTRATOS-CTL-STATUS.
               DISPLAY "REGRAVACAO DE CONTRATOS.DAT RECUSADA -"
                   " CONTROLO NAO CONFERE."
           ELSE
               PERFORM JORNALIZAR-CONTRATOS
               OPEN OUTPUT FICHEIRO-CONTRATOS
               PERFORM VARYING IDX-CTR FROM 1 BY 1
                   UNTIL IDX-CTR > WS-NUM-CONTRATOS
               CLOSE FICHEIRO-CONTRATOS-CTL
           END-IF.

      * Antes de regravar, os contratos criados, alterados ou apagados
      * desde a carga vao para o jornal de transacoes; a imagem passa
      * a ser a tabela gravada.
       JORNALIZAR-CONTRATOS.
           MOVE "CONTRATOS.DAT" TO WS-JRN-FICHEIRO.
           MOVE FUNCTION LENGTH(CTR-ITEM(1)) TO WS-JRN-TAMANHO.
           MOVE 1 TO WS-JRN-POS-CHAVE.
           MOVE 4 TO WS-JRN-TAM-CHAVE.
           MOVE WS-JRN-NUM-CONTRATOS TO WS-JRN-NUM-ANTES.
           MOVE WS-NUM-CONTRATOS TO WS-JRN-NUM-DEPOIS.
           CALL "JORNAL-TABELA" USING WS-JORNAL-PEDIDO
               WS-JRN-IMAGEM-CONTRATOS TABELA-CONTRATOS.
           MOVE TABELA-CONTRATOS TO WS-JRN-IMAGEM-CONTRATOS.
           MOVE WS-NUM-CONTRATOS TO WS-JRN-NUM-CONTRATOS.

       PROCURAR-CONTRATO-ABERTO.
           MOVE 0 TO WS-CTR-ACHADO.
           PERFORM VARYING IDX-CTR FROM 1 BY 1
