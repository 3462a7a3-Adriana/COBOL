      * Jornal de transacoes para os clientes atualizados por chave.
      * Antes de um REWRITE ou DELETE, JORNAL-ANTES-CLIENTES rele o
      * registo tal como esta no ficheiro para a imagem anterior, sem
      * mexer no registo que se vai gravar; depois da gravacao bem
      * feita, JORNAL-CLIENTES manda a operacao (WS-JRN-OPERACAO I/A/E)
      * ao JORNAL-REGISTAR.
       JORNAL-ANTES-CLIENTES.
           MOVE REG-CLIENTE-MESTRE TO WS-JRN-DEPOIS.
           MOVE CLI-CONTATO TO WS-JRN-CHAVE.
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   MOVE SPACES TO WS-JRN-ANTES
               NOT INVALID KEY
                   MOVE REG-CLIENTE-MESTRE TO WS-JRN-ANTES
           END-READ.
           MOVE WS-JRN-DEPOIS TO REG-CLIENTE-MESTRE.

       JORNAL-CLIENTES.
           MOVE "CLIENTES.DAT" TO WS-JRN-FICHEIRO.
           MOVE FUNCTION LENGTH(REG-CLIENTE-MESTRE) TO WS-JRN-TAMANHO.
           IF (WS-JRN-OPERACAO NOT = "E") THEN
               MOVE CLI-CONTATO TO WS-JRN-CHAVE
               MOVE REG-CLIENTE-MESTRE TO WS-JRN-DEPOIS
           END-IF.
           CALL "JORNAL-REGISTAR" USING WS-JORNAL-PEDIDO.
