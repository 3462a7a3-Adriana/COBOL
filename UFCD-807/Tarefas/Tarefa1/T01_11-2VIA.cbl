      *          AGUA-CONTAS.DAT pelo numero de fatura da serie AGA e
      *          reimprime o documento em FATURAS-AGUA.TXT marcado
      *          como 2A VIA, com o NIF da ficha mestre da conta (o
      *          original nunca se duplica sem essa marca). Se o
      *          tarifario da classe mudou no mes da fatura, mostra a
      *          reparticao pelas versoes que entao vigoravam.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "AGUA-SELECT.cpy".
           COPY "AGUA-MESTRE-SELECT.cpy".
           COPY "TARIFARIO-AGUA-SELECT.cpy".
           SELECT FATURAS-AGUA ASSIGN TO "FATURAS-AGUA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "FATURA-HASH-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "OPERADOR-SESSAO-FD.cpy".
           COPY "AGUA-FD.cpy".
           COPY "AGUA-MESTRE-FD.cpy".
           COPY "TARIFARIO-AGUA-FD.cpy".

       FD  FATURAS-AGUA.
       01  FATURA-LINHA           PIC X(60).

       COPY "FATURA-HASH-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "OPERADOR-SESSAO-WS.cpy".
       77 WS-AGUA-STATUS         PIC XX VALUES SPACES.
       COPY "AGUA-MESTRE-WS.cpy".
       COPY "TARIFARIO-AGUA-WS.cpy".
       77 WS-FATURA-PEDIDA       PIC 9(06) VALUES 0.
       77 WS-ACHADO              PIC A VALUES "N".
       77 WS-FORMAT              PIC Z(5)9.99.
       COPY "FATURA-HASH-WS.cpy".
       77 WS-FORMAT-PARTE        PIC ZZ9.99.
       77 WS-CONSUMO-ANTES       PIC 9(05)V99 VALUES 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LER-OPERADOR-SESSAO.
           DISPLAY "=== 2A VIA DE FATURA DE AGUA (SERIE AGA) ===".
           DISPLAY "NUMERO DA FATURA (ENTER SAI): " WITH NO ADVANCING.
           ACCEPT WS-FATURA-PEDIDA.
               STOP RUN
           END-IF.
           PERFORM CARREGAR-AGUA-MESTRE.
           PERFORM CARREGAR-TARIFARIO.
           MOVE "N" TO WS-ACHADO.
           MOVE SPACES TO WS-AGUA-STATUS.
           OPEN INPUT FICHEIRO-AGUA.

       IMPRIMIR-2VIA.
           OPEN EXTEND FATURAS-AGUA.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO FATURA-LINHA
               WRITE FATURA-LINHA
           END-IF.
           MOVE "============================================"
               TO FATURA-LINHA.
           WRITE FATURA-LINHA.
           STRING "FATURA N. AGA-" AGUA-FATURA-NUM
               DELIMITED BY SIZE INTO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE "AGA" TO WS-FH-SERIE.
           MOVE AGUA-FATURA-NUM TO WS-FH-NUMERO.
           PERFORM OBTER-CERTIFICACAO.
           MOVE WS-FH-LINHA-CODIGO TO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE WS-FH-LINHA-ATCUD TO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE SPACES TO FATURA-LINHA.
           STRING "CONTA " AGUA-CONTA "  PERIODO " AGUA-PERIODO
               DELIMITED BY SIZE INTO FATURA-LINHA.
           WRITE FATURA-LINHA.
           STRING "TARIFA DISPONIBILIDADE: " WS-FORMAT
               DELIMITED BY SIZE INTO FATURA-LINHA.
           WRITE FATURA-LINHA.
           PERFORM IMPRIMIR-REPARTICAO.
           MOVE AGUA-SANEAMENTO TO WS-FORMAT.
           STRING "SANEAMENTO:             " WS-FORMAT
               DELIMITED BY SIZE INTO FATURA-LINHA.
                   DELIMITED BY SIZE INTO FATURA-LINHA
               WRITE FATURA-LINHA
           END-IF.
           MOVE WS-FH-LINHA-HASH TO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE "============================================"
               TO FATURA-LINHA.
           WRITE FATURA-LINHA.
           CLOSE FATURAS-AGUA.
           DISPLAY "2A VIA EMITIDA EM FATURAS-AGUA.TXT.".

      * Mudanca de tarifario no mes da fatura: a reparticao e
      * recalculada com as versoes de entao (os valores gravados na
      * fatura continuam a ser os que valem).
       IMPRIMIR-REPARTICAO.
           MOVE "D" TO WS-TAR-CLASSE-PEDIDA.
           IF (WS-AGM-ACHADA > 0) AND
              (AGM-T-CLASSE(WS-AGM-ACHADA) NOT = SPACES) THEN
               MOVE AGM-T-CLASSE(WS-AGM-ACHADA) TO WS-TAR-CLASSE-PEDIDA
           END-IF.
           MOVE AGUA-PERIODO TO WS-TAR-PERIODO.
           PERFORM DELIMITAR-MES-TARIFA.
           PERFORM PROCURAR-MUDANCA-TARIFA.
           IF (WS-TAR-DIAS-ANTES > 0) THEN
               MOVE "REPARTICAO POR TARIFARIO (MUDANCA NO MES):"
                   TO FATURA-LINHA
               WRITE FATURA-LINHA
               COMPUTE WS-CONSUMO-ANTES ROUNDED =
                   (AGUA-CONSUMO * WS-TAR-DIAS-ANTES) / WS-TAR-DIAS-MES
               COMPUTE WS-TAR-DATA-REF = WS-TAR-DATA-MUDANCA - 1
               MOVE WS-CONSUMO-ANTES TO WS-TAR-PARTE-M3
               MOVE WS-TAR-DIAS-ANTES TO WS-TAR-PARTE-DIAS
               PERFORM IMPRIMIR-PARTE-TARIFA
               MOVE WS-TAR-FIM-MES TO WS-TAR-DATA-REF
               COMPUTE WS-TAR-PARTE-M3 =
                   AGUA-CONSUMO - WS-CONSUMO-ANTES
               COMPUTE WS-TAR-PARTE-DIAS =
                   WS-TAR-DIAS-MES - WS-TAR-DIAS-ANTES
               PERFORM IMPRIMIR-PARTE-TARIFA
           END-IF.

       IMPRIMIR-PARTE-TARIFA.
           PERFORM SELECIONAR-TARIFA-CLASSE.
           PERFORM CALCULAR-PARTE-TARIFA.
           MOVE SPACES TO FATURA-LINHA.
           MOVE WS-TAR-PARTE-M3 TO WS-FORMAT.
           STRING " TARIFARIO DE " WS-TAR-VIGOR " - "
               WS-TAR-PARTE-DIAS " DIAS - M3: " WS-FORMAT
               DELIMITED BY SIZE INTO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE SPACES TO FATURA-LINHA.
           MOVE WS-TAR-PARTE-CONSUMO TO WS-FORMAT.
           MOVE WS-TAR-PARTE-DISPON TO WS-FORMAT-PARTE.
           STRING "   CONSUMO " WS-FORMAT " DISPONIB. " WS-FORMAT-PARTE
               DELIMITED BY SIZE INTO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE SPACES TO FATURA-LINHA.

       COPY "AGUA-MESTRE-PROC.cpy".

       COPY "TARIFARIO-AGUA-PROC.cpy".

       COPY "FATURA-HASH-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       END PROGRAM T01_11-2VIA.
