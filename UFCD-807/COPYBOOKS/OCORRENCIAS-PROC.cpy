      * Junta uma ocorrencia do operador da sessao a OCORRENCIAS.DAT
      * com o tipo, a referencia e o valor preenchidos em WS-OCO-. O
      * valor guarda-se com sinal a parte; os campos limpam-se para a
      * chamada seguinte.
       REGISTAR-OCORRENCIA.
           MOVE SPACES TO WS-OCORRENCIAS-STATUS.
           OPEN EXTEND FICHEIRO-OCORRENCIAS.
           IF (WS-OCORRENCIAS-STATUS = "35") THEN
               OPEN OUTPUT FICHEIRO-OCORRENCIAS
           END-IF.
           MOVE SPACES TO REG-OCORRENCIA.
           ACCEPT OCO-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-OCO-HORA FROM TIME.
           MOVE WS-OCO-HORA(1:4) TO OCO-HORA.
           MOVE WS-OPERADOR-ATUAL TO OCO-OPERADOR.
           MOVE WS-OCO-TIPO TO OCO-TIPO.
           MOVE WS-OCO-PROGRAMA TO OCO-PROGRAMA.
           MOVE WS-OCO-REFERENCIA TO OCO-REFERENCIA.
           IF (WS-OCO-VALOR < 0) THEN
               MOVE "-" TO OCO-SINAL
               COMPUTE OCO-VALOR = 0 - WS-OCO-VALOR
           ELSE
               MOVE "+" TO OCO-SINAL
               MOVE WS-OCO-VALOR TO OCO-VALOR
           END-IF.
           MOVE WS-OCO-AUTORIZADOR TO OCO-AUTORIZADOR.
           MOVE WS-OCO-DETALHE TO OCO-DETALHE.
           WRITE REG-OCORRENCIA.
           CLOSE FICHEIRO-OCORRENCIAS.
           MOVE SPACES TO WS-OCO-REFERENCIA.
           MOVE 0 TO WS-OCO-VALOR.
           MOVE SPACES TO WS-OCO-AUTORIZADOR.
           MOVE SPACES TO WS-OCO-DETALHE.
