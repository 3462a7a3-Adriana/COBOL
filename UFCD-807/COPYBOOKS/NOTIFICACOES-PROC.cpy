      * Junta uma mensagem a caixa de saida NOTIFICACOES.DAT com o
      * modelo, o cliente e o negocio preenchidos em WS-NTF-. O envio
      * propriamente dito fica para o lote ENVIO-NOTIFICACOES; os
      * campos da mensagem limpam-se para a chamada seguinte.
       REGISTAR-NOTIFICACAO.
           ACCEPT WS-NTF-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-NTF-HORA-AGORA FROM TIME.
           MOVE SPACES TO WS-NOTIFICACOES-STATUS.
           OPEN EXTEND FICHEIRO-NOTIFICACOES.
           IF (WS-NOTIFICACOES-STATUS = "35") THEN
               OPEN OUTPUT FICHEIRO-NOTIFICACOES
           END-IF.
           MOVE SPACES TO REG-NOTIFICACAO.
           MOVE 0 TO NTF-ID.
           MOVE WS-NTF-DATA-HOJE TO NTF-DATA.
           MOVE WS-NTF-HORA-AGORA(1:6) TO NTF-HORA.
           MOVE WS-NTF-NEGOCIO TO NTF-NEGOCIO.
           MOVE WS-NTF-MODELO TO NTF-MODELO.
           MOVE WS-NTF-CHAVE TO NTF-CHAVE.
           MOVE WS-NTF-DESTINO TO NTF-DESTINO.
           MOVE WS-NTF-NOME TO NTF-NOME.
           MOVE WS-NTF-REFERENCIA TO NTF-REFERENCIA.
           MOVE WS-NTF-VAR1 TO NTF-VAR1.
           MOVE WS-NTF-VAR2 TO NTF-VAR2.
           MOVE WS-NTF-PROGRAMA TO NTF-PROGRAMA.
           MOVE 0 TO NTF-DATA-ENVIO.
           WRITE REG-NOTIFICACAO.
           CLOSE FICHEIRO-NOTIFICACOES.
           MOVE SPACES TO WS-NTF-CHAVE.
           MOVE SPACES TO WS-NTF-DESTINO.
           MOVE SPACES TO WS-NTF-NOME.
           MOVE SPACES TO WS-NTF-REFERENCIA.
           MOVE SPACES TO WS-NTF-VAR1.
           MOVE SPACES TO WS-NTF-VAR2.
