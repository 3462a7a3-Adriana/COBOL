
       IMPRIMIR-VALE-CAIXA.
           OPEN EXTEND VALE-CAIXA.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO VALE-CAIXA-LINHA
               WRITE VALE-CAIXA-LINHA
           END-IF.
           MOVE "============================================"
               TO VALE-CAIXA-LINHA.
           WRITE VALE-CAIXA-LINHA.
