      * Contactos dos clientes para as mensagens (CONTACTOS.DAT): um
      * registo por negocio e chave do cliente, com telefone, correio
      * eletronico, canal preferido e a recusa de mensagens.
       CARREGAR-CONTACTOS.
           MOVE 0 TO WS-NUM-CONTACTOS.
           MOVE "N" TO WS-CON-TRUNCADA.
           MOVE SPACES TO WS-CONTACTOS-STATUS.
           OPEN INPUT FICHEIRO-CONTACTOS.
           IF (WS-CONTACTOS-STATUS = "00") THEN
               PERFORM UNTIL WS-CONTACTOS-STATUS = "10"
                   READ FICHEIRO-CONTACTOS
                       AT END MOVE "10" TO WS-CONTACTOS-STATUS
                       NOT AT END
                           IF (WS-NUM-CONTACTOS < 2000) THEN
                               ADD 1 TO WS-NUM-CONTACTOS
                               MOVE REG-CONTACTO TO
                                   CON-ITEM(WS-NUM-CONTACTOS)
                           ELSE
                               MOVE "S" TO WS-CON-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-CONTACTOS.

       GRAVAR-CONTACTOS.
           CALL "BACKUP-FICHEIRO" USING WS-NOME-BACKUP-CON.
           OPEN OUTPUT FICHEIRO-CONTACTOS.
           PERFORM VARYING IDX-CON FROM 1 BY 1
               UNTIL IDX-CON > WS-NUM-CONTACTOS
               MOVE CON-ITEM(IDX-CON) TO REG-CONTACTO
               WRITE REG-CONTACTO
           END-PERFORM.
           CLOSE FICHEIRO-CONTACTOS.

      * Posicao do contacto WS-CON-PESQ-NEGOCIO/WS-CON-PESQ-CHAVE na
      * tabela (0 se nao existir).
       PROCURAR-CONTACTO.
           MOVE 0 TO WS-CON-ACHADO.
           PERFORM VARYING IDX-CON FROM 1 BY 1
               UNTIL IDX-CON > WS-NUM-CONTACTOS
               IF (CON-T-NEGOCIO(IDX-CON) = WS-CON-PESQ-NEGOCIO) AND
                  (CON-T-CHAVE(IDX-CON) = WS-CON-PESQ-CHAVE) THEN
                   MOVE IDX-CON TO WS-CON-ACHADO
               END-IF
           END-PERFORM.
