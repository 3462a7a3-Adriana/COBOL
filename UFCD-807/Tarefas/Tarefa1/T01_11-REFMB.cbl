      *          AGUA-CONTAS.DAT pela referencia exatamente como um
      *          pagamento de balcao (incluindo parciais) e escreve as
      *          referencias sem correspondencia em
      *          REFMB-EXCECOES.TXT. O que o banco recebeu a mais
      *          (valor acima do devido ou fatura ja paga, p.ex. por
      *          debito direto) fica como saldo credor da conta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  EXCECAO-MB-LINHA       PIC X(60).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "JORNAL-TAB-AGUA-WS.cpy".
       77 WS-AGUA-STATUS         PIC XX VALUES SPACES.
       77 WS-PAG-MB-STATUS       PIC XX VALUES SPACES.
       77 WS-CARGA-TRUNCADA      PIC A VALUES "N".
       77 WS-LIQUIDADAS          PIC 9(03) VALUES 0.
       77 WS-PARCIAIS            PIC 9(03) VALUES 0.
       77 WS-EXCECOES            PIC 9(03) VALUES 0.
       77 WS-CREDITOS            PIC 9(03) VALUES 0.
       77 WS-FORMAT              PIC Z(5)9.99.
       01 TABELA-AGUA.
           05 AGUA-ITEM OCCURS 900 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "T01_11-REFMB" TO WS-JRN-PROGRAMA.
           PERFORM CARREGAR-CONTAS.
           IF (WS-CARGA-TRUNCADA = "S") THEN
               DISPLAY "AGUA-CONTAS.DAT EXCEDE 900 REGISTOS - "
           DISPLAY "FATURAS LIQUIDADAS:  " WS-LIQUIDADAS.
           DISPLAY "PAGAMENTOS PARCIAIS: " WS-PARCIAIS.
           DISPLAY "EXCECOES:            " WS-EXCECOES.
           DISPLAY "EM SALDO CREDOR:     " WS-CREDITOS.
           STOP RUN.

       APLICAR-PAGAMENTO-MB.
                   MOVE IDX-AGUA TO WS-REG-ACHADO
               END-IF
           END-PERFORM.
      * Referencia de uma fatura ja liquidada: pagamento em duplicado,
      * que fica todo em credito nessa fatura.
           IF (WS-REG-ACHADO = 0) THEN
               PERFORM VARYING IDX-AGUA FROM 1 BY 1
                   UNTIL IDX-AGUA > WS-NUM-REGISTOS
                   IF (AGUA-T-REFERENCIA(IDX-AGUA) = PMB-REFERENCIA)
                       THEN
                       MOVE IDX-AGUA TO WS-REG-ACHADO
                   END-IF
               END-PERFORM
               IF (WS-REG-ACHADO > 0) THEN
                   ADD PMB-VALOR TO AGUA-T-PAGO-VALOR(WS-REG-ACHADO)
                   ADD 1 TO WS-CREDITOS
               ELSE
                   PERFORM REGISTAR-EXCECAO-MB
               END-IF
           ELSE
               COMPUTE WS-EM-FALTA =
                   AGUA-T-TOTAL(WS-REG-ACHADO) -
                   AGUA-T-PAGO-VALOR(WS-REG-ACHADO)
               MOVE PMB-VALOR TO WS-VALOR-APLICAR
               IF (WS-VALOR-APLICAR > WS-EM-FALTA) THEN
                   ADD 1 TO WS-CREDITOS
               END-IF
               ADD WS-VALOR-APLICAR
                   TO AGUA-T-PAGO-VALOR(WS-REG-ACHADO)
               END-PERFORM
               CLOSE FICHEIRO-AGUA
           END-IF.
           PERFORM FOTOGRAFAR-TAB-AGUA.

       GRAVAR-CONTAS.
           PERFORM JORNALIZAR-TAB-AGUA.
           OPEN OUTPUT FICHEIRO-AGUA.
           PERFORM VARYING IDX-AGUA FROM 1 BY 1
               UNTIL IDX-AGUA > WS-NUM-REGISTOS
           END-PERFORM.
           CLOSE FICHEIRO-AGUA.

       COPY "JORNAL-TAB-AGUA-PROC.cpy".

       END PROGRAM T01_11-REFMB.
