      * Jornal de transacoes para as contas da agua atualizadas por
      * chave. Antes de um REWRITE ou DELETE, JORNAL-ANTES-AGUA rele o
      * registo tal como esta no ficheiro para a imagem anterior, sem
      * mexer no registo que se vai gravar; depois da gravacao bem
      * feita, JORNAL-AGUA manda a operacao (WS-JRN-OPERACAO I/A/E) ao
      * JORNAL-REGISTAR.
       JORNAL-ANTES-AGUA.
           MOVE REG-LEITURA-AGUA TO WS-JRN-DEPOIS.
           MOVE AGUA-CHAVE TO WS-JRN-CHAVE.
           READ FICHEIRO-AGUA
               INVALID KEY
                   MOVE SPACES TO WS-JRN-ANTES
               NOT INVALID KEY
                   MOVE REG-LEITURA-AGUA TO WS-JRN-ANTES
           END-READ.
           MOVE WS-JRN-DEPOIS TO REG-LEITURA-AGUA.

       JORNAL-AGUA.
           MOVE "AGUA-CONTAS.DAT" TO WS-JRN-FICHEIRO.
           MOVE FUNCTION LENGTH(REG-LEITURA-AGUA) TO WS-JRN-TAMANHO.
           IF (WS-JRN-OPERACAO NOT = "E") THEN
               MOVE AGUA-CHAVE TO WS-JRN-CHAVE
               MOVE REG-LEITURA-AGUA TO WS-JRN-DEPOIS
           END-IF.
           CALL "JORNAL-REGISTAR" USING WS-JORNAL-PEDIDO.
