       01  ORDEM-LINHA            PIC X(70).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "JORNAL-TAB-AGUA-WS.cpy".
       77 WS-AGUA-STATUS         PIC XX VALUES SPACES.
       77 WS-DEBITOS-STATUS      PIC XX VALUES SPACES.
       77 WS-DEBITOS-TMP-STATUS  PIC XX VALUES SPACES.

       PROCEDURE DIVISION.
       MENU-DEBITOS.
           MOVE "T01_11-DEBITOS" TO WS-JRN-PROGRAMA.
           PERFORM CARREGAR-CONTAS.
           IF (WS-CARGA-TRUNCADA = "S") THEN
               DISPLAY "AGUA-CONTAS.DAT EXCEDE 900 REGISTOS - "
           GO MENU-DEBITOS.

       GERAR-ORDENS.
           DISPLAY "PERIODO A COBRAR AAAAMM (ENTER=MES CORRENTE): "
               WITH NO ADVANCING.
           ACCEPT WS-PERIODO.
           IF (WS-PERIODO = 0) THEN
               DIVIDE WS-HOJE BY 100 GIVING WS-PERIODO
           END-IF.
           MOVE 0 TO WS-ORDENS.
           MOVE 0 TO WS-SOMA-ORDENS.
           OPEN EXTEND ORDENS-DEBITO.
           OPEN EXTEND FICHEIRO-DEBITOS.
           PERFORM VARYING IDX-AGUA FROM 1 BY 1
               UNTIL IDX-AGUA > WS-NUM-REGISTOS
      * A divida transferida (T) e do ex-titular - nunca se cobra no
      * IBAN de quem ocupa agora a conta.
               IF (AGUA-T-PERIODO(IDX-AGUA) = WS-PERIODO) AND
                  (AGUA-T-PAGO(IDX-AGUA) NOT = "S") AND
                  (AGUA-T-PAGO(IDX-AGUA) NOT = "T") THEN
                   MOVE AGUA-T-CONTA(IDX-AGUA) TO WS-AGM-PESQUISA
                   PERFORM PROCURAR-AGUA-MESTRE
                   IF (WS-AGM-ACHADA > 0) AND
               END-PERFORM
               CLOSE FICHEIRO-AGUA
           END-IF.
           PERFORM FOTOGRAFAR-TAB-AGUA.

       GRAVAR-CONTAS.
           PERFORM JORNALIZAR-TAB-AGUA.
           OPEN OUTPUT FICHEIRO-AGUA.
           PERFORM VARYING IDX-AGUA FROM 1 BY 1
               UNTIL IDX-AGUA > WS-NUM-REGISTOS

       COPY "AGUA-MESTRE-PROC.cpy".

       COPY "JORNAL-TAB-AGUA-PROC.cpy".

       END PROGRAM T01_11-DEBITOS.
