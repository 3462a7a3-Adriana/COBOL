      *          empregado, as linhas mensais do ano e os totais de
      *          iliquido, IRS e seguranca social, num ficheiro
      *          formatado para entregar (DECLARACAO-ANUAL.TXT).
      *          Os retroativos pagos no ano contam nos totais e vao
      *          em linha propria; as despesas de deslocacao pagas
      *          pela folha mostram a parte isenta e a tributavel.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-TOT-ILIQUIDO        PIC 9(08)V99 VALUES 0.
       77 WS-TOT-IRS             PIC 9(08)V99 VALUES 0.
       77 WS-TOT-SS              PIC 9(08)V99 VALUES 0.
       77 WS-TOT-RETROATIVOS     PIC 9(08)V99 VALUES 0.
       77 WS-TOT-DESP-ISENTO     PIC 9(08)V99 VALUES 0.
       77 WS-TOT-DESP-TRIBUT     PIC 9(08)V99 VALUES 0.
       77 WS-FORMAT              PIC Z(7)9.99.
       01 TABELA-HIST.
           05 HIST-ITEM OCCURS 2400 TIMES.
               10 HIST-ILIQUIDO   PIC 9(07)V99.
               10 HIST-IRS        PIC 9(06)V99.
               10 HIST-SS         PIC 9(06)V99.
               10 HIST-TIPO       PIC X(01).
               10 HIST-DESP-ISENTO PIC 9(06)V99.
               10 HIST-DESP-TRIBUT PIC 9(06)V99.
       01 TABELA-NOMES.
           05 NOME-ITEM OCCURS 200 TIMES PIC X(30).

           MOVE 0 TO WS-TOT-ILIQUIDO.
           MOVE 0 TO WS-TOT-IRS.
           MOVE 0 TO WS-TOT-SS.
           MOVE 0 TO WS-TOT-RETROATIVOS.
           MOVE 0 TO WS-TOT-DESP-ISENTO.
           MOVE 0 TO WS-TOT-DESP-TRIBUT.
           MOVE "======================================================"
               TO DECL-LINHA.
           WRITE DECL-LINHA.
               UNTIL IDX-HIST > WS-NUM-HIST
               IF (HIST-NOME(IDX-HIST) = NOME-ITEM(IDX-NOME)) THEN
                   MOVE SPACES TO DECL-LINHA
                   IF (HIST-TIPO(IDX-HIST) = "R") THEN
                       STRING HIST-PERIODO(IDX-HIST) "   "
                           HIST-ILIQUIDO(IDX-HIST) "   "
                           HIST-IRS(IDX-HIST) "   " HIST-SS(IDX-HIST)
                           "  RETROATIVOS"
                           DELIMITED BY SIZE INTO DECL-LINHA
                       ADD HIST-ILIQUIDO(IDX-HIST)
                           TO WS-TOT-RETROATIVOS
                   ELSE
                     IF (HIST-TIPO(IDX-HIST) = "C") THEN
                       STRING HIST-PERIODO(IDX-HIST) "   "
                           HIST-ILIQUIDO(IDX-HIST) "   "
                           HIST-IRS(IDX-HIST) "   " HIST-SS(IDX-HIST)
                           "  ACERTO DE CONTAS"
                           DELIMITED BY SIZE INTO DECL-LINHA
                     ELSE
                      IF (HIST-TIPO(IDX-HIST) = "D") THEN
                       STRING HIST-PERIODO(IDX-HIST)
                           "   DESLOCACOES - ISENTO "
                           HIST-DESP-ISENTO(IDX-HIST) " TRIBUTAVEL "
                           HIST-DESP-TRIBUT(IDX-HIST)
                           DELIMITED BY SIZE INTO DECL-LINHA
                       ADD HIST-DESP-ISENTO(IDX-HIST)
                           TO WS-TOT-DESP-ISENTO
                       ADD HIST-DESP-TRIBUT(IDX-HIST)
                           TO WS-TOT-DESP-TRIBUT
                      ELSE
                       STRING HIST-PERIODO(IDX-HIST) "   "
                           HIST-ILIQUIDO(IDX-HIST) "   "
                           HIST-IRS(IDX-HIST) "   " HIST-SS(IDX-HIST)
                           DELIMITED BY SIZE INTO DECL-LINHA
                      END-IF
                     END-IF
                   END-IF
                   WRITE DECL-LINHA
                   ADD HIST-ILIQUIDO(IDX-HIST) TO WS-TOT-ILIQUIDO
                   ADD HIST-IRS(IDX-HIST) TO WS-TOT-IRS
                   ADD HIST-SS(IDX-HIST) TO WS-TOT-SS
               END-IF
           END-PERFORM.
           MOVE WS-TOT-ILIQUIDO TO WS-FORMAT.
           MOVE SPACES TO DECL-LINHA.
           STRING "TOTAL ILIQUIDO DO ANO:    " WS-FORMAT
               DELIMITED BY SIZE INTO DECL-LINHA.
           WRITE DECL-LINHA.
           MOVE WS-TOT-IRS TO WS-FORMAT.
           MOVE SPACES TO DECL-LINHA.
           STRING "TOTAL IRS RETIDO:         " WS-FORMAT
               DELIMITED BY SIZE INTO DECL-LINHA.
           WRITE DECL-LINHA.
           MOVE WS-TOT-SS TO WS-FORMAT.
           MOVE SPACES TO DECL-LINHA.
           STRING "TOTAL SEGURANCA SOCIAL:   " WS-FORMAT
               DELIMITED BY SIZE INTO DECL-LINHA.
           WRITE DECL-LINHA.
           IF (WS-TOT-RETROATIVOS > 0) THEN
               MOVE WS-TOT-RETROATIVOS TO WS-FORMAT
               MOVE SPACES TO DECL-LINHA
               STRING "DO ILIQUIDO, RETROATIVOS: " WS-FORMAT
                   DELIMITED BY SIZE INTO DECL-LINHA
               WRITE DECL-LINHA
           END-IF.
           IF (WS-TOT-DESP-ISENTO > 0) OR (WS-TOT-DESP-TRIBUT > 0) THEN
               MOVE WS-TOT-DESP-ISENTO TO WS-FORMAT
               MOVE SPACES TO DECL-LINHA
               STRING "DESLOCACOES - ISENTO:     " WS-FORMAT
                   DELIMITED BY SIZE INTO DECL-LINHA
               WRITE DECL-LINHA
               MOVE WS-TOT-DESP-TRIBUT TO WS-FORMAT
               MOVE SPACES TO DECL-LINHA
               STRING "DESLOCACOES - TRIBUTAVEL: " WS-FORMAT
                   " (NO ILIQUIDO)"
                   DELIMITED BY SIZE INTO DECL-LINHA
               WRITE DECL-LINHA
           END-IF.
           MOVE "======================================================"
               TO DECL-LINHA.
           WRITE DECL-LINHA.
                               MOVE SAL-IRS TO HIST-IRS(WS-NUM-HIST)
                               MOVE SAL-SEG-SOCIAL TO
                                   HIST-SS(WS-NUM-HIST)
                               MOVE SAL-TIPO TO HIST-TIPO(WS-NUM-HIST)
                               MOVE 0 TO HIST-DESP-ISENTO(WS-NUM-HIST)
                               MOVE 0 TO HIST-DESP-TRIBUT(WS-NUM-HIST)
                               IF (SAL-TIPO = "D") THEN
                                   MOVE SAL-BASE TO
                                       HIST-DESP-ISENTO(WS-NUM-HIST)
                                   MOVE SAL-COMISSAO TO
                                       HIST-DESP-TRIBUT(WS-NUM-HIST)
                               END-IF
                               PERFORM RECOLHER-NOME
                           END-IF
                   END-READ
