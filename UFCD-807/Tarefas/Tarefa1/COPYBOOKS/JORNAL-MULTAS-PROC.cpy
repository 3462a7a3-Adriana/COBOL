      * Jornal de transacoes para as multas atualizadas por chave.
      * Antes de um REWRITE ou DELETE, JORNAL-ANTES-MULTA rele o
      * registo tal como esta no ficheiro para a imagem anterior, sem
      * mexer no registo que se vai gravar; depois da gravacao bem
      * feita, JORNAL-MULTA manda a operacao (WS-JRN-OPERACAO I/A/E) ao
      * JORNAL-REGISTAR.
       JORNAL-ANTES-MULTA.
           MOVE REG-MULTA TO WS-JRN-DEPOIS.
           MOVE MUL-CHAVE TO WS-JRN-CHAVE.
           READ FICHEIRO-MULTAS
               INVALID KEY
                   MOVE SPACES TO WS-JRN-ANTES
               NOT INVALID KEY
                   MOVE REG-MULTA TO WS-JRN-ANTES
           END-READ.
           MOVE WS-JRN-DEPOIS TO REG-MULTA.

       JORNAL-MULTA.
           MOVE "MULTAS.DAT" TO WS-JRN-FICHEIRO.
           MOVE FUNCTION LENGTH(REG-MULTA) TO WS-JRN-TAMANHO.
           IF (WS-JRN-OPERACAO NOT = "E") THEN
               MOVE MUL-CHAVE TO WS-JRN-CHAVE
               MOVE REG-MULTA TO WS-JRN-DEPOIS
           END-IF.
           CALL "JORNAL-REGISTAR" USING WS-JORNAL-PEDIDO.
