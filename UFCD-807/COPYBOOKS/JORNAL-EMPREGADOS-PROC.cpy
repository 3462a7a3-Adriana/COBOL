      * Jornal de transacoes para os empregados atualizados por chave.
      * Antes de um REWRITE ou DELETE, JORNAL-ANTES-EMPREGADOS rele o
      * registo tal como esta no ficheiro para a imagem anterior, sem
      * mexer no registo que se vai gravar; depois da gravacao bem
      * feita, JORNAL-EMPREGADOS manda a operacao (WS-JRN-OPERACAO
      * I/A/E) ao JORNAL-REGISTAR.
       JORNAL-ANTES-EMPREGADOS.
           MOVE REG-EMPREGADO TO WS-JRN-DEPOIS.
           MOVE EMP-NOME TO WS-JRN-CHAVE.
           READ FICHEIRO-EMPREGADOS
               INVALID KEY
                   MOVE SPACES TO WS-JRN-ANTES
               NOT INVALID KEY
                   MOVE REG-EMPREGADO TO WS-JRN-ANTES
           END-READ.
           MOVE WS-JRN-DEPOIS TO REG-EMPREGADO.

       JORNAL-EMPREGADOS.
           MOVE "EMPREGADOS.DAT" TO WS-JRN-FICHEIRO.
           MOVE FUNCTION LENGTH(REG-EMPREGADO) TO WS-JRN-TAMANHO.
           IF (WS-JRN-OPERACAO NOT = "E") THEN
               MOVE EMP-NOME TO WS-JRN-CHAVE
               MOVE REG-EMPREGADO TO WS-JRN-DEPOIS
           END-IF.
           CALL "JORNAL-REGISTAR" USING WS-JORNAL-PEDIDO.
