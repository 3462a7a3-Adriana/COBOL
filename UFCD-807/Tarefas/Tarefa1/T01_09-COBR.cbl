       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "MULTAS-SELECT.cpy".
           COPY "PRESTACOES-SELECT.cpy".
           SELECT FICHEIRO-CTR-RECIBO ASSIGN TO "RECIBO-MUL-CTR.DAT"

       DATA DIVISION.
       FILE SECTION.
       COPY "OPERADOR-SESSAO-FD.cpy".
           COPY "MULTAS-FD.cpy".
           COPY "PRESTACOES-FD.cpy".

           05 RED-PCT             PIC 9(02).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "JORNAL-TAB-MULTAS-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       77 WS-MULTAS-STATUS       PIC XX VALUES SPACES.
       77 WS-PRESTACOES-STATUS   PIC XX VALUES SPACES.
       77 WS-CTR-RECIBO-STATUS   PIC XX VALUES SPACES.
               10 MUL-T-ORIGEM    PIC X(01).
               10 MUL-T-VALOR-PAGO PIC 9(06)V99.
               10 MUL-T-DATA-PAGA PIC 9(08).
               10 MUL-T-RADAR     PIC X(06).
               10 MUL-T-LOCAL     PIC X(30).
               10 MUL-T-HORA      PIC 9(04).
       01 TABELA-PRESTACOES.
           05 PRE-ITEM OCCURS 900 TIMES.
               10 PRE-T-CONDUTOR  PIC X(10).

       PROCEDURE DIVISION.
       MENU-COBRANCA.
           MOVE "T01_09-COBR" TO WS-JRN-PROGRAMA.
           PERFORM LER-OPERADOR-SESSAO.
           PERFORM CARREGAR-MULTAS.
           PERFORM CARREGAR-PRESTACOES.
      * Uma carga truncada seguida da regravacao integral apagaria os
           ADD 1 TO WS-NUM-RECIBO.
           PERFORM GRAVAR-CONTADOR-RECIBO.
           OPEN EXTEND RECIBOS-MULTAS.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO RECIBO-MUL-LINHA
               WRITE RECIBO-MUL-LINHA
           END-IF.
           MOVE "============================================"
               TO RECIBO-MUL-LINHA.
           WRITE RECIBO-MUL-LINHA.
               END-PERFORM
               CLOSE FICHEIRO-MULTAS
           END-IF.
           PERFORM FOTOGRAFAR-TAB-MULTAS.

       GRAVAR-MULTAS.
           PERFORM JORNALIZAR-TAB-MULTAS.
           OPEN OUTPUT FICHEIRO-MULTAS.
           PERFORM VARYING IDX-MUL FROM 1 BY 1
               UNTIL IDX-MUL > WS-NUM-MULTAS
           END-PERFORM.
           CLOSE FICHEIRO-PRESTACOES.

       COPY "OPERADOR-SESSAO-PROC.cpy".

       COPY "JORNAL-TAB-MULTAS-PROC.cpy".

       END PROGRAM T01_09-COBR.
