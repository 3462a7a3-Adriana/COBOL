
       IMPRIMIR-VALE.
           OPEN EXTEND VALES-EMITIDOS.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO VALE-LINHA
               WRITE VALE-LINHA
           END-IF.
           MOVE "============================================"
               TO VALE-LINHA.
           WRITE VALE-LINHA.
