      * Razao de contas a receber do aluguer: os saldos correntes de
      * CLIENTES-ALUGUER e CONTAS-CORP continuam a ser a soma do que
      * se deve; os titulos dizem de que documentos e feita, quando
      * venceram e o que ja foi pago de cada um.
       CARREGAR-CONTAS-RECEBER.
           MOVE 0 TO WS-NUM-TITULOS.
           MOVE SPACES TO WS-CONTAS-RECEBER-STATUS.
           OPEN INPUT FICHEIRO-CONTAS-RECEBER.
           IF (WS-CONTAS-RECEBER-STATUS = "00") THEN
               PERFORM UNTIL WS-CONTAS-RECEBER-STATUS = "10"
                   READ FICHEIRO-CONTAS-RECEBER
                       AT END MOVE "10" TO WS-CONTAS-RECEBER-STATUS
                       NOT AT END
                           IF (WS-NUM-TITULOS < 500) THEN
                               ADD 1 TO WS-NUM-TITULOS
                               MOVE REG-TITULO TO
                                   TIT-ITEM(WS-NUM-TITULOS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-CONTAS-RECEBER.

       GRAVAR-CONTAS-RECEBER.
           OPEN OUTPUT FICHEIRO-CONTAS-RECEBER.
           PERFORM VARYING IDX-TIT FROM 1 BY 1
               UNTIL IDX-TIT > WS-NUM-TITULOS
               MOVE TIT-ITEM(IDX-TIT) TO REG-TITULO
               WRITE REG-TITULO
           END-PERFORM.
           CLOSE FICHEIRO-CONTAS-RECEBER.

      * Lanca o titulo descrito em WS-TITULO-NOVO, com numero seguido
      * e vencimento a WS-TIT-PRAZO dias da data do documento.
       LANCAR-TITULO.
           IF (WS-TN-VALOR = 0) THEN
               GO FIM-LANCAR-TITULO
           END-IF.
           PERFORM CARREGAR-CONTAS-RECEBER.
           IF (WS-NUM-TITULOS >= 500) THEN
               DISPLAY "CONTAS A RECEBER CHEIAS - TITULO NAO LANCADO!"
               GO FIM-LANCAR-TITULO
           END-IF.
           MOVE 0 TO WS-TIT-ULTIMO.
           PERFORM VARYING IDX-TIT FROM 1 BY 1
               UNTIL IDX-TIT > WS-NUM-TITULOS
               IF (TIT-T-NUM(IDX-TIT) > WS-TIT-ULTIMO) THEN
                   MOVE TIT-T-NUM(IDX-TIT) TO WS-TIT-ULTIMO
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NUM-TITULOS.
           INITIALIZE TIT-ITEM(WS-NUM-TITULOS).
           COMPUTE TIT-T-NUM(WS-NUM-TITULOS) = WS-TIT-ULTIMO + 1.
           MOVE WS-TN-TIPO-CONTA TO TIT-T-TIPO-CONTA(WS-NUM-TITULOS).
           MOVE WS-TN-CONTA TO TIT-T-CONTA(WS-NUM-TITULOS).
           MOVE WS-TN-TIPO-DOC TO TIT-T-TIPO-DOC(WS-NUM-TITULOS).
           MOVE WS-TN-CONTRATO TO TIT-T-CONTRATO(WS-NUM-TITULOS).
           MOVE WS-TN-FATURA TO TIT-T-FATURA(WS-NUM-TITULOS).
           MOVE WS-TN-DESCRICAO TO TIT-T-DESCRICAO(WS-NUM-TITULOS).
           MOVE WS-TN-DATA TO TIT-T-DATA(WS-NUM-TITULOS).
           COMPUTE TIT-T-VENCIMENTO(WS-NUM-TITULOS) =
               FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TN-DATA) + WS-TIT-PRAZO).
           MOVE WS-TN-VALOR TO TIT-T-VALOR(WS-NUM-TITULOS).
           MOVE 0 TO TIT-T-PAGO(WS-NUM-TITULOS).
           MOVE "A" TO TIT-T-ESTADO(WS-NUM-TITULOS).
           PERFORM GRAVAR-CONTAS-RECEBER.
       FIM-LANCAR-TITULO.
           EXIT.

      * Reparte WS-TIT-PAGAMENTO pelos titulos em aberto da conta
      * WS-TN-TIPO-CONTA/WS-TN-CONTA, do vencimento mais antigo para
      * o mais recente, e regista cada parcela em RECEBIMENTOS.DAT. O
      * que sobrar (divida anterior ao razao) fica em WS-TIT-RESTO.
       IMPUTAR-PAGAMENTO.
           MOVE WS-TIT-PAGAMENTO TO WS-TIT-RESTO.
           IF (WS-TIT-PAGAMENTO = 0) THEN
               GO FIM-IMPUTAR-PAGAMENTO
           END-IF.
           PERFORM CARREGAR-CONTAS-RECEBER.
           OPEN EXTEND FICHEIRO-RECEBIMENTOS.
           IF (WS-RECEBIMENTOS-STATUS = "35") THEN
               OPEN OUTPUT FICHEIRO-RECEBIMENTOS
           END-IF.
           MOVE 1 TO WS-TIT-ESCOLHIDO.
           PERFORM IMPUTAR-TITULO-ANTIGO
               UNTIL (WS-TIT-RESTO = 0) OR (WS-TIT-ESCOLHIDO = 0).
           CLOSE FICHEIRO-RECEBIMENTOS.
           PERFORM GRAVAR-CONTAS-RECEBER.
       FIM-IMPUTAR-PAGAMENTO.
           EXIT.

       IMPUTAR-TITULO-ANTIGO.
           MOVE 0 TO WS-TIT-ESCOLHIDO.
           MOVE 99999999 TO WS-TIT-MENOR-VENC.
           PERFORM VARYING IDX-TIT FROM 1 BY 1
               UNTIL IDX-TIT > WS-NUM-TITULOS
               IF (TIT-T-ESTADO(IDX-TIT) = "A") AND
                  (TIT-T-TIPO-CONTA(IDX-TIT) = WS-TN-TIPO-CONTA) AND
                  (TIT-T-CONTA(IDX-TIT) = WS-TN-CONTA) AND
                  (TIT-T-VENCIMENTO(IDX-TIT) < WS-TIT-MENOR-VENC) THEN
                   MOVE TIT-T-VENCIMENTO(IDX-TIT) TO WS-TIT-MENOR-VENC
                   MOVE IDX-TIT TO WS-TIT-ESCOLHIDO
               END-IF
           END-PERFORM.
           IF (WS-TIT-ESCOLHIDO > 0) THEN
               COMPUTE WS-TIT-EM-DIVIDA =
                   TIT-T-VALOR(WS-TIT-ESCOLHIDO) -
                   TIT-T-PAGO(WS-TIT-ESCOLHIDO)
               IF (WS-TIT-RESTO < WS-TIT-EM-DIVIDA) THEN
                   MOVE WS-TIT-RESTO TO WS-TIT-IMPUTADO
               ELSE
                   MOVE WS-TIT-EM-DIVIDA TO WS-TIT-IMPUTADO
                   MOVE "L" TO TIT-T-ESTADO(WS-TIT-ESCOLHIDO)
               END-IF
               ADD WS-TIT-IMPUTADO TO TIT-T-PAGO(WS-TIT-ESCOLHIDO)
               SUBTRACT WS-TIT-IMPUTADO FROM WS-TIT-RESTO
               MOVE WS-TIT-HOJE
                   TO TIT-T-DATA-PAGAMENTO(WS-TIT-ESCOLHIDO)
               MOVE WS-TIT-HOJE TO RCB-DATA
               MOVE WS-TN-TIPO-CONTA TO RCB-TIPO-CONTA
               MOVE WS-TN-CONTA TO RCB-CONTA
               MOVE TIT-T-NUM(WS-TIT-ESCOLHIDO) TO RCB-TITULO
               MOVE WS-TIT-IMPUTADO TO RCB-VALOR
               WRITE REG-RECEBIMENTO
           END-IF.

      * Posicao da conta WS-TN-TIPO-CONTA/WS-TN-CONTA a WS-TIT-HOJE:
      * total em aberto, total vencido e dias de atraso do titulo
      * vencido ha mais tempo.
       CALCULAR-ATRASO-CONTA.
           MOVE 0 TO WS-TIT-ABERTO.
           MOVE 0 TO WS-TIT-VENCIDO.
           MOVE 0 TO WS-TIT-MAIOR-ATRASO.
           PERFORM CARREGAR-CONTAS-RECEBER.
           PERFORM VARYING IDX-TIT FROM 1 BY 1
               UNTIL IDX-TIT > WS-NUM-TITULOS
               IF (TIT-T-ESTADO(IDX-TIT) = "A") AND
                  (TIT-T-TIPO-CONTA(IDX-TIT) = WS-TN-TIPO-CONTA) AND
                  (TIT-T-CONTA(IDX-TIT) = WS-TN-CONTA) THEN
                   COMPUTE WS-TIT-ABERTO = WS-TIT-ABERTO +
                       TIT-T-VALOR(IDX-TIT) - TIT-T-PAGO(IDX-TIT)
                   IF (TIT-T-VENCIMENTO(IDX-TIT) < WS-TIT-HOJE) THEN
                       COMPUTE WS-TIT-VENCIDO = WS-TIT-VENCIDO +
                           TIT-T-VALOR(IDX-TIT) - TIT-T-PAGO(IDX-TIT)
                       COMPUTE WS-TIT-JUL =
                           FUNCTION INTEGER-OF-DATE(WS-TIT-HOJE) -
                           FUNCTION INTEGER-OF-DATE(
                           TIT-T-VENCIMENTO(IDX-TIT))
                       IF (WS-TIT-JUL > WS-TIT-MAIOR-ATRASO) THEN
                           MOVE WS-TIT-JUL TO WS-TIT-MAIOR-ATRASO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
