               END-PERFORM
               CLOSE FICHEIRO-CLIENTES-ALUGUER
           END-IF.
           MOVE TABELA-CLIENTES-ALUGUER TO WS-JRN-IMAGEM-CAL.
           MOVE WS-NUM-CLIENTES-ALG TO WS-JRN-NUM-CAL.
      * Confere o registo de controlo CLIENTES-ALUGUER.CTL: carga
      * parcial ou ficheiro corrompido bloqueiam a regravacao.
           MOVE "N" TO WS-CAL-CTL-ERRO.
               DISPLAY "REGRAVACAO DE CLIENTES-ALUGUER.DAT RECUSADA"
                   " - CONTROLO NAO CONFERE."
           ELSE
               PERFORM JORNALIZAR-CLIENTES-ALUGUER
               CALL "BACKUP-FICHEIRO" USING WS-NOME-BACKUP-CAL
               OPEN OUTPUT FICHEIRO-CLIENTES-ALUGUER
               PERFORM VARYING IDX-CAL FROM 1 BY 1
                   UNTIL IDX-CAL > WS-NUM-CLIENTES-ALG
               CLOSE FICHEIRO-CAL-CTL
           END-IF.

      * Antes de regravar, os clientes criados, alterados ou apagados
      * desde a carga vao para o jornal de transacoes (chave = carta
      * de conducao); a imagem passa a ser a tabela gravada.
       JORNALIZAR-CLIENTES-ALUGUER.
           MOVE "CLIENTES-ALUGUER.DAT" TO WS-JRN-FICHEIRO.
           MOVE FUNCTION LENGTH(CAL-ITEM(1)) TO WS-JRN-TAMANHO.
           MOVE 1 TO WS-JRN-POS-CHAVE.
           MOVE 9 TO WS-JRN-TAM-CHAVE.
           MOVE WS-JRN-NUM-CAL TO WS-JRN-NUM-ANTES.
           MOVE WS-NUM-CLIENTES-ALG TO WS-JRN-NUM-DEPOIS.
           CALL "JORNAL-TABELA" USING WS-JORNAL-PEDIDO
               WS-JRN-IMAGEM-CAL TABELA-CLIENTES-ALUGUER.
           MOVE TABELA-CLIENTES-ALUGUER TO WS-JRN-IMAGEM-CAL.
           MOVE WS-NUM-CLIENTES-ALG TO WS-JRN-NUM-CAL.

       PROCURAR-CLIENTE-ALUGUER.
           MOVE 0 TO WS-CAL-ACHADO.
           PERFORM VARYING IDX-CAL FROM 1 BY 1
