       77  WS-SESSAO-STATUS       PIC XX VALUES SPACES.
       77  WS-OPERADOR-ATUAL      PIC X(04) VALUES SPACES.
       77  WS-OPERADOR-PERFIL     PIC X(01) VALUES SPACES.
       77  WS-OPERADOR-MODO       PIC X(01) VALUES SPACES.
       77  WS-MARCA-TREINO        PIC X(26)
           VALUES "*** TREINO - SEM VALOR ***".
