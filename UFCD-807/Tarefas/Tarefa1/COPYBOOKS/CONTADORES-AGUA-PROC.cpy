      * Cadastro dos contadores de agua: numero de serie, calibre (mm),
      * data de instalacao, data limite da proxima calibracao e a conta
      * onde esta montado. Estados: (I)nstalado numa conta, (A)rmazem
      * e (R)etirado - o retirado guarda a data e a leitura final.
       CARREGAR-CONTADORES.
           MOVE 0 TO WS-NUM-CONTADORES.
           MOVE "N" TO WS-CNT-TRUNCADO.
           MOVE SPACES TO WS-CONTADORES-STATUS.
           OPEN INPUT FICHEIRO-CONTADORES.
           IF (WS-CONTADORES-STATUS = "00") THEN
               PERFORM UNTIL WS-CONTADORES-STATUS = "10"
                   READ FICHEIRO-CONTADORES
                       AT END MOVE "10" TO WS-CONTADORES-STATUS
                       NOT AT END
                           IF (WS-NUM-CONTADORES < 300) THEN
                               ADD 1 TO WS-NUM-CONTADORES
                               MOVE REG-CONTADOR TO
                                   CNT-ITEM(WS-NUM-CONTADORES)
                           ELSE
                               MOVE "S" TO WS-CNT-TRUNCADO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-CONTADORES.

       GRAVAR-CONTADORES.
           OPEN OUTPUT FICHEIRO-CONTADORES.
           PERFORM VARYING IDX-CNT FROM 1 BY 1
               UNTIL IDX-CNT > WS-NUM-CONTADORES
               MOVE CNT-ITEM(IDX-CNT) TO REG-CONTADOR
               WRITE REG-CONTADOR
           END-PERFORM.
           CLOSE FICHEIRO-CONTADORES.

       PROCURAR-CONTADOR.
           MOVE 0 TO WS-CNT-ACHADO.
           PERFORM VARYING IDX-CNT FROM 1 BY 1
               UNTIL IDX-CNT > WS-NUM-CONTADORES
               IF (CNT-T-SERIE(IDX-CNT) = WS-CNT-PESQUISA) THEN
                   MOVE IDX-CNT TO WS-CNT-ACHADO
               END-IF
           END-PERFORM.
