       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "AGUA-SELECT.cpy".
           COPY "ACORDOS-AGUA-SELECT.cpy".
           SELECT FICHEIRO-CTR-RECIBO ASSIGN TO "RECIBO-AGUA-CTR.DAT"

       DATA DIVISION.
       FILE SECTION.
       COPY "OPERADOR-SESSAO-FD.cpy".
           COPY "AGUA-FD.cpy".
           COPY "ACORDOS-AGUA-FD.cpy".

       01  RECIBO-AGUA-LINHA      PIC X(60).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "JORNAL-TAB-AGUA-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       77 WS-AGUA-STATUS         PIC XX VALUES SPACES.
       77 WS-CTR-RECIBO-STATUS   PIC XX VALUES SPACES.
       77 WS-CONTA               PIC X(10) VALUES SPACES.

       PROCEDURE DIVISION.
       BALCAO-PAGAMENTOS.
           MOVE "T01_11-PAG" TO WS-JRN-PROGRAMA.
           PERFORM LER-OPERADOR-SESSAO.
           PERFORM CARREGAR-CONTAS.
      * Com o ficheiro alem da capacidade da tabela, uma regravacao
      * integral apagaria os registos em excesso - o balcao recusa-se

       EMITIR-RECIBO-PRESTACAO.
           OPEN EXTEND RECIBOS-AGUA.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO RECIBO-AGUA-LINHA
               WRITE RECIBO-AGUA-LINHA
           END-IF.
           MOVE "============================================"
               TO RECIBO-AGUA-LINHA.
           WRITE RECIBO-AGUA-LINHA.

       EMITIR-RECIBO.
           OPEN EXTEND RECIBOS-AGUA.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO RECIBO-AGUA-LINHA
               WRITE RECIBO-AGUA-LINHA
           END-IF.
           MOVE "============================================"
               TO RECIBO-AGUA-LINHA.
           WRITE RECIBO-AGUA-LINHA.
               END-PERFORM
               CLOSE FICHEIRO-AGUA
           END-IF.
           PERFORM FOTOGRAFAR-TAB-AGUA.

       GRAVAR-CONTAS.
           PERFORM JORNALIZAR-TAB-AGUA.
           OPEN OUTPUT FICHEIRO-AGUA.
           PERFORM VARYING IDX-AGUA FROM 1 BY 1
               UNTIL IDX-AGUA > WS-NUM-REGISTOS

       COPY "ACORDOS-AGUA-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       COPY "JORNAL-TAB-AGUA-PROC.cpy".

       END PROGRAM T01_11-PAG.
