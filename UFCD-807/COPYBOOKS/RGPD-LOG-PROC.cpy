      * Registo dos apagamentos de dados pessoais (RGPD.LOG): um
      * registo numerado por ficha anonimizada ou eliminada, com a
      * origem, o ficheiro e a referencia que la fica.
       CARREGAR-NUMERO-RGPD.
           MOVE 0 TO WS-RGPD-NUMERO.
           MOVE SPACES TO WS-RGPD-STATUS.
           OPEN INPUT FICHEIRO-RGPD.
           IF (WS-RGPD-STATUS = "00") THEN
               PERFORM UNTIL WS-RGPD-STATUS = "10"
                   READ FICHEIRO-RGPD
                       AT END MOVE "10" TO WS-RGPD-STATUS
                       NOT AT END
                           IF (RGP-NUMERO > WS-RGPD-NUMERO) THEN
                               MOVE RGP-NUMERO TO WS-RGPD-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-RGPD.

       REGISTAR-RGPD.
           ADD 1 TO WS-RGPD-NUMERO.
           MOVE SPACES TO WS-RGPD-STATUS.
           OPEN EXTEND FICHEIRO-RGPD.
           IF (WS-RGPD-STATUS = "35") THEN
               OPEN OUTPUT FICHEIRO-RGPD
           END-IF.
           MOVE WS-RGPD-NUMERO TO RGP-NUMERO.
           ACCEPT RGP-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-RGPD-HORA FROM TIME.
           MOVE WS-RGPD-HORA(1:4) TO RGP-HORA.
           MOVE WS-RGPD-ORIGEM TO RGP-ORIGEM.
           MOVE WS-RGPD-ACAO TO RGP-ACAO.
           MOVE WS-RGPD-FICHEIRO TO RGP-FICHEIRO.
           MOVE WS-RGPD-REFERENCIA TO RGP-REFERENCIA.
           MOVE WS-RGPD-PROGRAMA TO RGP-PROGRAMA.
           MOVE WS-ERRO-OPERADOR TO RGP-OPERADOR.
           WRITE REG-RGPD.
           CLOSE FICHEIRO-RGPD.
