      * O operador com sessao iniciada no LANCADOR fica em SESSAO.DAT;
      * os programas leem-no daqui para carimbar os registos que criam.
      * SES-MODO "T" indica uma sessao de treino: os documentos
      * impressos levam entao a marca WS-MARCA-TREINO.
       LER-OPERADOR-SESSAO.
           MOVE SPACES TO WS-OPERADOR-ATUAL.
           MOVE SPACES TO WS-OPERADOR-PERFIL.
           MOVE SPACES TO WS-OPERADOR-MODO.
           MOVE SPACES TO WS-SESSAO-STATUS.
           OPEN INPUT FICHEIRO-SESSAO.
           IF (WS-SESSAO-STATUS = "00") THEN
                   NOT AT END
                       MOVE SES-CODIGO TO WS-OPERADOR-ATUAL
                       MOVE SES-PERFIL TO WS-OPERADOR-PERFIL
                       MOVE SES-MODO TO WS-OPERADOR-MODO
               END-READ
           END-IF.
           CLOSE FICHEIRO-SESSAO.
