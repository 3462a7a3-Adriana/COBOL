           05 PTS-SUSPENSO        PIC X(01).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       77 WS-MULTAS-STATUS       PIC XX VALUES SPACES.
       77 WS-RECURSOS-STATUS     PIC XX VALUES SPACES.
       77 WS-PONTOS-STATUS       PIC XX VALUES SPACES.

       PROCEDURE DIVISION.
       MENU-RECURSOS.
           MOVE "T01_09-RECURSOS" TO WS-JRN-PROGRAMA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           DISPLAY "=== RECURSOS DE MULTAS ===".
           DISPLAY "1 - REGISTAR RECURSO (SUSPENDE A ESCALADA)".
                   NOT INVALID KEY
                       IF (MUL-PAGO = "N") THEN
                           MOVE "S" TO WS-MUL-ACHADA
                           MOVE REG-MULTA TO WS-JRN-ANTES
                           MOVE "S" TO MUL-CONTESTADA
                           MOVE WS-HOJE TO MUL-DATA-RECURSO
                           MOVE WS-REF TO MUL-REF-RECURSO
                           REWRITE REG-MULTA
                           PERFORM JORNALIZAR-RECURSO
                       END-IF
               END-READ
           END-IF.
               DISPLAY "RECURSO REGISTADO - ESCALADA SUSPENSA."
           END-IF.

      * Regravacao da multa no recurso ou na decisao para o jornal de
      * transacoes (a imagem anterior fica guardada antes da mudanca).
       JORNALIZAR-RECURSO.
           IF (WS-MULTAS-STATUS = "00") THEN
               MOVE "A" TO WS-JRN-OPERACAO
               PERFORM JORNAL-MULTA
           END-IF.

       REGISTAR-DECISAO.
           PERFORM LER-CHAVE-MULTA.
           DISPLAY "DECISAO (A)NULAR OU (R)EINSTALAR: "
                   NOT INVALID KEY
                       IF (MUL-CONTESTADA = "S") THEN
                           MOVE "S" TO WS-MUL-ACHADA
                           MOVE REG-MULTA TO WS-JRN-ANTES
                           IF (WS-DECISAO = "A") THEN
                               MOVE "A" TO MUL-PAGO
                               MOVE "N" TO MUL-CONTESTADA
                               MOVE 0 TO MUL-DATA-AVISO
                           END-IF
                           REWRITE REG-MULTA
                           PERFORM JORNALIZAR-RECURSO
                       END-IF
               END-READ
           END-IF.
           END-PERFORM.
           CLOSE FICHEIRO-PONTOS.

       COPY "JORNAL-MULTAS-PROC.cpy".

       END PROGRAM T01_09-RECURSOS.
