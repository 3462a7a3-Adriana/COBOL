      * Carrega os alergenos por artigo a partir de ALERGENOS.DAT; sem
      * ficheiro (ou artigo sem registo) valem os semeados.
       CARREGAR-ALERGENOS.
           PERFORM SEMEAR-ALERGENOS.
           MOVE SPACES TO WS-ALERGENOS-STATUS.
           OPEN INPUT FICHEIRO-ALERGENOS.
           IF (WS-ALERGENOS-STATUS = "00") THEN
               PERFORM UNTIL WS-ALERGENOS-STATUS = "10"
                   READ FICHEIRO-ALERGENOS
                       AT END MOVE "10" TO WS-ALERGENOS-STATUS
                       NOT AT END
                           MOVE ALG-TIPO TO WS-ALG-TIPO
                           MOVE ALG-CODIGO TO WS-ALG-CODIGO
                           PERFORM LOCALIZAR-ARTIGO-ALG
                           IF (IDX-ALG-ART > 0) THEN
                               MOVE ALG-FLAGS TO
                                   ALG-ARTIGO(IDX-ALG-ART)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-ALERGENOS.

      * Posicao em ALG-ARTIGO do artigo WS-ALG-TIPO/WS-ALG-CODIGO (0 se
      * nao existir).
       LOCALIZAR-ARTIGO-ALG.
           MOVE 0 TO IDX-ALG-ART.
           PERFORM VARYING IDX-ALG FROM 1 BY 1 UNTIL IDX-ALG > 30
               IF (CHAVE-ALG-TIPO(IDX-ALG) = WS-ALG-TIPO) AND
                  (CHAVE-ALG-CODIGO(IDX-ALG) = WS-ALG-CODIGO) THEN
                   MOVE IDX-ALG TO IDX-ALG-ART
               END-IF
           END-PERFORM.

       SEMEAR-ALERGENOS.
           MOVE SPACES TO TABELA-ALERGENOS.
      * Base de tomate e queijo em todos os tamanhos
           PERFORM VARYING IDX-ALG FROM 1 BY 1 UNTIL IDX-ALG > 4
               MOVE "      S" TO ALG-PIZZA(IDX-ALG)
           END-PERFORM.
           MOVE "S"             TO ALG-CROSTA(1).
           MOVE "S"             TO ALG-CROSTA(2).
           MOVE "S     S"       TO ALG-CROSTA(3).
           MOVE "   S"          TO ALG-ING(2).
           MOVE "   S"          TO ALG-ING(3).
           MOVE " S"            TO ALG-ING(4).
           MOVE "S"             TO ALG-BEBIDA(4).
           MOVE "           S"  TO ALG-BEBIDA(5).
           MOVE "S S   S"       TO ALG-SOBR(1).
           MOVE "  S  SS"       TO ALG-SOBR(2).
           MOVE "      S"       TO ALG-SOBR(3).
           MOVE "S S   S"       TO ALG-SOBR(4).
           MOVE "      S"       TO ALG-SOBR(5).

       GRAVAR-ALERGENOS.
           CALL "BACKUP-FICHEIRO" USING WS-NOME-BACKUP-ALG.
           OPEN OUTPUT FICHEIRO-ALERGENOS.
           PERFORM VARYING IDX-ALG FROM 1 BY 1 UNTIL IDX-ALG > 30
               MOVE CHAVE-ALG-TIPO(IDX-ALG) TO ALG-TIPO
               MOVE CHAVE-ALG-CODIGO(IDX-ALG) TO ALG-CODIGO
               MOVE ALG-ARTIGO(IDX-ALG) TO ALG-FLAGS
               WRITE REG-ALERGENO
           END-PERFORM.
           CLOSE FICHEIRO-ALERGENOS.

      * Junta os alergenos de WS-ALG-ITEM ao acumulado.
       JUNTAR-ALERGENOS.
           PERFORM VARYING IDX-ALG FROM 1 BY 1 UNTIL IDX-ALG > 14
               IF (WS-ALG-ITEM-F(IDX-ALG) = "S") THEN
                   MOVE "S" TO WS-ALG-ACUM-F(IDX-ALG)
               END-IF
           END-PERFORM.

      * O que o acumulado contem e o cliente nao pode comer.
       CRUZAR-ALERGIAS.
           MOVE SPACES TO WS-ALG-CONFLITO.
           PERFORM VARYING IDX-ALG FROM 1 BY 1 UNTIL IDX-ALG > 14
               IF (WS-ALG-ACUM-F(IDX-ALG) = "S") AND
                  (WS-ALG-CLI-F(IDX-ALG) = "S") THEN
                   MOVE "S" TO WS-ALG-CNF-F(IDX-ALG)
               END-IF
           END-PERFORM.

      * Nomes dos alergenos marcados em WS-ALG-ITEM, para ecra e
      * talao, em WS-ALG-TEXTO.
       DESCREVER-ALERGENOS.
           MOVE SPACES TO WS-ALG-TEXTO.
           MOVE 1 TO WS-ALG-PTR.
           PERFORM VARYING IDX-ALG FROM 1 BY 1 UNTIL IDX-ALG > 14
               IF (WS-ALG-ITEM-F(IDX-ALG) = "S") THEN
                   STRING NOME-ALERGENO(IDX-ALG) DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       INTO WS-ALG-TEXTO WITH POINTER WS-ALG-PTR
                   END-STRING
               END-IF
           END-PERFORM.
