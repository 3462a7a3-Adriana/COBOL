       77  WS-NOTAS-CREDITO-STATUS PIC XX VALUES SPACES.
