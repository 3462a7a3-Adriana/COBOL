      * Purpose: Demonstracao de resultados por viatura - cruza, por
      *          matricula e para um ano, a receita de ALUGUERES.DAT
      *          com os custos de manutencao (MANUTENCAO.DAT) e de
      *          reparacao de danos liquidados (DANOS.DAT, liquidos
      *          do que a seguradora pagou em SINISTROS.DAT) e com as
      *          quotas de amortizacao do ano (AMORTIZACOES.DAT),
      *          mostra o resultado liquido e o resultado por dia de
      *          posse (desde a data de aquisicao em FROTA.DAT),
      *          ordenado do melhor para o pior, para decidir
      *          substituicoes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "ALUGUERES-SELECT.cpy".
           COPY "MANUTENCAO-SELECT.cpy".
           COPY "DANOS-SELECT.cpy".
           COPY "AMORTIZACOES-SELECT.cpy".
           COPY "SINISTROS-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "ALUGUERES-FD.cpy".
           COPY "MANUTENCAO-FD.cpy".
           COPY "DANOS-FD.cpy".
           COPY "AMORTIZACOES-FD.cpy".
           COPY "SINISTROS-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "FROTA-WS.cpy".
       77 WS-ALUGUERES-STATUS    PIC XX VALUES SPACES.
       77 WS-MANUTENCAO-STATUS   PIC XX VALUES SPACES.
       77 WS-DANOS-STATUS        PIC XX VALUES SPACES.
       77 WS-SINISTROS-STATUS    PIC XX VALUES SPACES.
       COPY "AMORTIZACOES-WS.cpy".
       77 WS-ANO                 PIC 9(04) VALUES 0.
       77 WS-ANO-REG             PIC 9(04) VALUES 0.
       77 WS-HOJE                PIC 9(08) VALUES 0.
               10 RNT-RECEITA     PIC 9(08)V99.
               10 RNT-MANUTENCAO  PIC 9(08)V99.
               10 RNT-DANOS       PIC 9(08)V99.
               10 RNT-RECUPERADO  PIC 9(08)V99.
               10 RNT-AMORTIZACAO PIC 9(08)V99.
               10 RNT-LIQUIDO     PIC S9(08)V99.
               10 RNT-POR-DIA     PIC S9(05)V99.
       01 WS-TROCA-RNT           PIC X(70).
       01 WS-TROCA-FROTA         PIC X(100).

       PROCEDURE DIVISION.
               MOVE 0 TO RNT-RECEITA(IDX-RNT)
               MOVE 0 TO RNT-MANUTENCAO(IDX-RNT)
               MOVE 0 TO RNT-DANOS(IDX-RNT)
               MOVE 0 TO RNT-RECUPERADO(IDX-RNT)
               MOVE 0 TO RNT-AMORTIZACAO(IDX-RNT)
               MOVE 0 TO RNT-LIQUIDO(IDX-RNT)
               MOVE 0 TO RNT-POR-DIA(IDX-RNT)
           END-PERFORM.
           PERFORM APURAR-RECEITAS.
           PERFORM APURAR-MANUTENCAO.
           PERFORM APURAR-DANOS.
           PERFORM APURAR-SINISTROS.
           PERFORM APURAR-AMORTIZACOES.
           PERFORM CALCULAR-LIQUIDOS.
           PERFORM ORDENAR-RANKING.
           PERFORM IMPRIMIR-RANKING.
               CLOSE FICHEIRO-DANOS
           END-IF.

      * Participacoes pagas pela seguradora no ano, por matricula.
       APURAR-SINISTROS.
           OPEN INPUT FICHEIRO-SINISTROS.
           IF (WS-SINISTROS-STATUS = "00") THEN
               PERFORM UNTIL WS-SINISTROS-STATUS = "10"
                   READ FICHEIRO-SINISTROS
                       AT END MOVE "10" TO WS-SINISTROS-STATUS
                       NOT AT END
                           COMPUTE WS-ANO-REG =
                               SIN-DATA-ESTADO / 10000
                           IF (WS-ANO-REG = WS-ANO) AND
                              (SIN-ESTADO = "P") THEN
                               PERFORM VARYING IDX-FROTA FROM 1 BY 1
                                   UNTIL IDX-FROTA > WS-NUM-VIATURAS
                                   IF (FR-T-PLACA(IDX-FROTA) =
                                       SIN-PLACA) THEN
                                       ADD SIN-VALOR-RECEBIDO TO
                                           RNT-RECUPERADO(IDX-FROTA)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-SINISTROS
           END-IF.

       APURAR-AMORTIZACOES.
           OPEN INPUT FICHEIRO-AMORTIZACOES.
           IF (WS-AMORTIZACOES-STATUS = "00") THEN
               PERFORM UNTIL WS-AMORTIZACOES-STATUS = "10"
                   READ FICHEIRO-AMORTIZACOES
                       AT END MOVE "10" TO WS-AMORTIZACOES-STATUS
                       NOT AT END
                           COMPUTE WS-ANO-REG = AMR-PERIODO / 100
                           IF (WS-ANO-REG = WS-ANO) AND
                              (AMR-TIPO = "A") THEN
                               PERFORM VARYING IDX-FROTA FROM 1 BY 1
                                   UNTIL IDX-FROTA > WS-NUM-VIATURAS
                                   IF (FR-T-PLACA(IDX-FROTA) =
                                       AMR-PLACA) THEN
                                       ADD AMR-VALOR TO
                                           RNT-AMORTIZACAO(IDX-FROTA)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AMORTIZACOES
           END-IF.

       CALCULAR-LIQUIDOS.
           PERFORM VARYING IDX-FROTA FROM 1 BY 1
               UNTIL IDX-FROTA > WS-NUM-VIATURAS
               COMPUTE RNT-LIQUIDO(IDX-FROTA) =
                   RNT-RECEITA(IDX-FROTA) -
                   RNT-MANUTENCAO(IDX-FROTA) - RNT-DANOS(IDX-FROTA) +
                   RNT-RECUPERADO(IDX-FROTA) -
                   RNT-AMORTIZACAO(IDX-FROTA)
               IF (FR-T-DATA-AQUISICAO(IDX-FROTA) > 0) THEN
                   COMPUTE WS-DIAS-POSSE =
                       FUNCTION INTEGER-OF-DATE(WS-HOJE) -
               DISPLAY "  MANUTENCAO: " WS-FORMAT
               MOVE RNT-DANOS(IDX-FROTA) TO WS-FORMAT
               DISPLAY "  DANOS:      " WS-FORMAT
               IF (RNT-RECUPERADO(IDX-FROTA) > 0) THEN
                   MOVE RNT-RECUPERADO(IDX-FROTA) TO WS-FORMAT
                   DISPLAY "  RECUP.SEG.: " WS-FORMAT
               END-IF
               MOVE RNT-AMORTIZACAO(IDX-FROTA) TO WS-FORMAT
               DISPLAY "  AMORTIZACAO:" WS-FORMAT
               MOVE RNT-LIQUIDO(IDX-FROTA) TO WS-FORMAT
               DISPLAY "  LIQUIDO:    " WS-FORMAT
               MOVE RNT-POR-DIA(IDX-FROTA) TO WS-FORMAT-DIA
