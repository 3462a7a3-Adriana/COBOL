                                   MOVE 0 TO FR-T-DATA-AQUISICAO
                                       (WS-NUM-VIATURAS)
                               END-IF
      * Sem filial registada a viatura conta como estando no balcao 1.
                               IF (FR-LOCAL IS NUMERIC) AND
                                  (FR-LOCAL > 0) THEN
                                   MOVE FR-LOCAL TO
                                       FR-T-LOCAL(WS-NUM-VIATURAS)
                               ELSE
                                   MOVE 1 TO
                                       FR-T-LOCAL(WS-NUM-VIATURAS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-FROTA.
           MOVE TABELA-FROTA TO WS-JRN-IMAGEM-FROTA.
           MOVE WS-NUM-VIATURAS TO WS-JRN-NUM-FROTA.
           IF (WS-NUM-VIATURAS = 0) THEN
               PERFORM SEMEAR-FROTA
           END-IF.
               DISPLAY "REGRAVACAO DE FROTA.DAT RECUSADA -"
                   " CONTROLO NAO CONFERE."
           ELSE
               PERFORM JORNALIZAR-FROTA
               CALL "BACKUP-FICHEIRO" USING WS-NOME-BACKUP-FROTA
               OPEN OUTPUT FICHEIRO-FROTA
               PERFORM VARYING IDX-FROTA FROM 1 BY 1
                       TO FR-CUSTO-AQUISICAO
                   MOVE FR-T-DATA-AQUISICAO(IDX-FROTA)
                       TO FR-DATA-AQUISICAO
                   MOVE FR-T-LOCAL(IDX-FROTA)      TO FR-LOCAL
                   WRITE REG-FROTA
               END-PERFORM
               CLOSE FICHEIRO-FROTA
               WRITE REG-FROTA-CTL
               CLOSE FICHEIRO-FROTA-CTL
           END-IF.

      * Antes de regravar, as viaturas criadas, alteradas ou retiradas
      * desde a carga vao para o jornal de transacoes; a imagem passa
      * a ser a tabela gravada.
       JORNALIZAR-FROTA.
           MOVE "FROTA.DAT" TO WS-JRN-FICHEIRO.
           MOVE FUNCTION LENGTH(FROTA-ITEM(1)) TO WS-JRN-TAMANHO.
           MOVE 1 TO WS-JRN-POS-CHAVE.
           MOVE 8 TO WS-JRN-TAM-CHAVE.
           MOVE WS-JRN-NUM-FROTA TO WS-JRN-NUM-ANTES.
           MOVE WS-NUM-VIATURAS TO WS-JRN-NUM-DEPOIS.
           CALL "JORNAL-TABELA" USING WS-JORNAL-PEDIDO
               WS-JRN-IMAGEM-FROTA TABELA-FROTA.
           MOVE TABELA-FROTA TO WS-JRN-IMAGEM-FROTA.
           MOVE WS-NUM-VIATURAS TO WS-JRN-NUM-FROTA.
