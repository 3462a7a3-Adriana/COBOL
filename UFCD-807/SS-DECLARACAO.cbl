       77 WS-SAL-HIST-STATUS     PIC XX VALUES SPACES.
       77 WS-PERIODO             PIC 9(06) VALUES 0.
       77 WS-SS-PATRONAL-LINHA   PIC 9(06)V99 VALUES 0.
       77 WS-BASE-SS-LINHA       PIC 9(07)V99 VALUES 0.
       77 WS-TAXA-SS-PATRONAL    PIC 9V9999 VALUES 0.2375.
       77 WS-EMPREGADOS          PIC 9(03) VALUES 0.
       77 WS-TOT-BASE            PIC 9(09)V99 VALUES 0.
                   READ FICHEIRO-SALARIOS-HIST
                       AT END MOVE "10" TO WS-SAL-HIST-STATUS
                       NOT AT END
                           IF (SAL-PERIODO = WS-PERIODO) AND
                              (SAL-TIPO NOT = "D") THEN
                               PERFORM ESCREVER-LINHA-SS
                           END-IF
                   END-READ

      * Historicos anteriores a contribuicao patronal vem curtos - o
      * campo recalcula-se a taxa legal sobre o iliquido do registo.
      * As gorjetas vao no iliquido mas nao descontam para a SS. O
      * efetivo conta so as linhas do mes (R e C sao da mesma pessoa).
       ESCREVER-LINHA-SS.
           MOVE SAL-ILIQUIDO TO WS-BASE-SS-LINHA.
           IF (SAL-GORJETAS IS NUMERIC) THEN
               SUBTRACT SAL-GORJETAS FROM WS-BASE-SS-LINHA
           END-IF.
           IF (SAL-SS-PATRONAL IS NUMERIC) AND
              (SAL-SS-PATRONAL > 0) THEN
               MOVE SAL-SS-PATRONAL TO WS-SS-PATRONAL-LINHA
           ELSE
               COMPUTE WS-SS-PATRONAL-LINHA ROUNDED =
                   WS-BASE-SS-LINHA * WS-TAXA-SS-PATRONAL
           END-IF.
           IF (SAL-TIPO = SPACES) THEN
               ADD 1 TO WS-EMPREGADOS
           END-IF.
           ADD WS-BASE-SS-LINHA TO WS-TOT-BASE.
           ADD SAL-SEG-SOCIAL TO WS-TOT-TRABALHADOR.
           ADD WS-SS-PATRONAL-LINHA TO WS-TOT-PATRONAL.
           MOVE WS-BASE-SS-LINHA TO WS-FORMAT.
           MOVE SAL-SEG-SOCIAL TO WS-FORMAT2.
           MOVE WS-SS-PATRONAL-LINHA TO WS-FORMAT3.
           STRING SAL-NOME " " WS-FORMAT " " WS-FORMAT2
