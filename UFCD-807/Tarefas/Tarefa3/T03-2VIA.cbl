       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "ALUGUERES-SELECT.cpy".
           SELECT CONTRATO-ALUGUER ASSIGN TO "CONTRATO-ALUGUER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "FATURA-HASH-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "OPERADOR-SESSAO-FD.cpy".
           COPY "ALUGUERES-FD.cpy".

       FD  CONTRATO-ALUGUER.
       01  CONTRATO-LINHA         PIC X(50).

       COPY "FATURA-HASH-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "OPERADOR-SESSAO-WS.cpy".
       77 WS-ALUGUERES-STATUS    PIC XX VALUES SPACES.
       77 WS-FATURA-PEDIDA       PIC 9(06) VALUES 0.
       77 WS-ACHADO              PIC A VALUES "N".
       77 WS-BASE                PIC 9(07)V99 VALUES 0.
       77 SAIDA-VALORES          PIC Z(5)9.99.
       COPY "FATURA-HASH-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LER-OPERADOR-SESSAO.
           DISPLAY "=== 2A VIA DE FATURA (SERIE ALG) ===".
           DISPLAY "NUMERO DA FATURA (ENTER SAI): " WITH NO ADVANCING.
           ACCEPT WS-FATURA-PEDIDA.

       IMPRIMIR-2VIA.
           OPEN EXTEND CONTRATO-ALUGUER.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO CONTRATO-LINHA
               WRITE CONTRATO-LINHA
           END-IF.
           MOVE "================================================"
               TO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           STRING "FATURA N. ALG-" ALG-FATURA-NUM
               DELIMITED BY SIZE INTO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           MOVE "ALG" TO WS-FH-SERIE.
           MOVE ALG-FATURA-NUM TO WS-FH-NUMERO.
           PERFORM OBTER-CERTIFICACAO.
           MOVE WS-FH-LINHA-CODIGO TO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           MOVE WS-FH-LINHA-ATCUD TO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           MOVE SPACES TO CONTRATO-LINHA.
           IF (ALG-NIF IS NUMERIC) AND (ALG-NIF > 0) THEN
               STRING "NIF DO CLIENTE: " ALG-NIF
                   DELIMITED BY SIZE INTO CONTRATO-LINHA
           STRING "TOTAL: " SAIDA-VALORES
               DELIMITED BY SIZE INTO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           MOVE WS-FH-LINHA-HASH TO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           MOVE "================================================"
               TO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           CLOSE CONTRATO-ALUGUER.
           DISPLAY "2A VIA EMITIDA EM CONTRATO-ALUGUER.TXT.".

       COPY "FATURA-HASH-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       END PROGRAM T03-2VIA.
