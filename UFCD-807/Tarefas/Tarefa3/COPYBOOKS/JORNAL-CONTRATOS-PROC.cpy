      * Jornal de transacoes para os contratos atualizados por chave.
      * Antes de um REWRITE ou DELETE, JORNAL-ANTES-CONTRATO rele o
      * registo tal como esta no ficheiro para a imagem anterior, sem
      * mexer no registo que se vai gravar; depois da gravacao bem
      * feita, JORNAL-CONTRATO manda a operacao (WS-JRN-OPERACAO I/A/E)
      * ao JORNAL-REGISTAR.
       JORNAL-ANTES-CONTRATO.
           MOVE REG-CONTRATO TO WS-JRN-DEPOIS.
           MOVE CTR-NUM TO WS-JRN-CHAVE.
           READ FICHEIRO-CONTRATOS
               INVALID KEY
                   MOVE SPACES TO WS-JRN-ANTES
               NOT INVALID KEY
                   MOVE REG-CONTRATO TO WS-JRN-ANTES
           END-READ.
           MOVE WS-JRN-DEPOIS TO REG-CONTRATO.

       JORNAL-CONTRATO.
           MOVE "CONTRATOS.DAT" TO WS-JRN-FICHEIRO.
           MOVE FUNCTION LENGTH(REG-CONTRATO) TO WS-JRN-TAMANHO.
           IF (WS-JRN-OPERACAO NOT = "E") THEN
               MOVE CTR-NUM TO WS-JRN-CHAVE
               MOVE REG-CONTRATO TO WS-JRN-DEPOIS
           END-IF.
           CALL "JORNAL-REGISTAR" USING WS-JORNAL-PEDIDO.
