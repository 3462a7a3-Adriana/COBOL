      ******************************************************************
      * Author:
      * Date:
      * Purpose: Previsao de tesouraria a 13 semanas - parte do saldo
      *          do ultimo extrato importado (MOVIMENTOS-BANCO.DAT) e
      *          soma, semana a semana, as saidas previstas (faturas
      *          de fornecedores por pagar em FORNECEDORES-CP.DAT,
      *          proximas folhas de salarios, seguranca social e IRS
      *          retido a partir do ultimo processamento em
      *          SALARIOS-HIST.DAT, IVA apurado em IVA-APURAMENTOS.DAT)
      *          e as entradas previstas (faturas de agua por pagar,
      *          cobrancas por debito direto, faturas de empresas do
      *          aluguer, prestacoes de multas, prestacoes dos acordos
      *          de agua e a media semanal da pizzaria). Mostra o saldo
      *          inicial e final de cada semana em
      *          PREVISAO-TESOURARIA.TXT e assinala as semanas em que
      *          o saldo fica negativo.
      *          Saidas ja vencidas contam na primeira semana;
      *          entradas ja vencidas ficam a parte, sem previsao.
      *          Nao pede nada: corre no LANCADOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESOURARIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "MOVIMENTOS-BANCO-SELECT.cpy".
           COPY "FORNECEDORES-CP-SELECT.cpy".
           COPY "SALARIOS-HIST-SELECT.cpy".
           COPY "IVA-APURAMENTOS-SELECT.cpy".
           COPY "AGUA-SELECT.cpy".
           COPY "AGUA-MESTRE-SELECT.cpy".
           SELECT FICHEIRO-DEBITOS ASSIGN TO "DEBITOS-AGUA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEBITOS-STATUS.
           COPY "ACORDOS-AGUA-SELECT.cpy".
           COPY "CONTAS-RECEBER-SELECT.cpy".
           COPY "PRESTACOES-SELECT.cpy".
           COPY "PEDIDOS-SELECT.cpy".
           SELECT PREVISAO-TESOURARIA
               ASSIGN TO "PREVISAO-TESOURARIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "MOVIMENTOS-BANCO-FD.cpy".
           COPY "FORNECEDORES-CP-FD.cpy".
           COPY "SALARIOS-HIST-FD.cpy".
           COPY "IVA-APURAMENTOS-FD.cpy".
           COPY "AGUA-FD.cpy".
           COPY "AGUA-MESTRE-FD.cpy".

       FD  FICHEIRO-DEBITOS.
       01  REG-DEBITO.
           05 DEB-CONTA           PIC X(10).
           05 DEB-PERIODO         PIC 9(06).
           05 DEB-IBAN            PIC X(25).
           05 DEB-VALOR           PIC 9(06)V99.
           05 DEB-DATA            PIC 9(08).
           05 DEB-ESTADO          PIC X(01).

           COPY "ACORDOS-AGUA-FD.cpy".
           COPY "CONTAS-RECEBER-FD.cpy".
           COPY "PRESTACOES-FD.cpy".
           COPY "PEDIDOS-FD.cpy".

       FD  PREVISAO-TESOURARIA.
       01  PREVISAO-LINHA         PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-MOV-BANCO-STATUS    PIC XX VALUES SPACES.
       77 WS-CP-STATUS           PIC XX VALUES SPACES.
       77 WS-SAL-HIST-STATUS     PIC XX VALUES SPACES.
       77 WS-IVA-APUR-STATUS     PIC XX VALUES SPACES.
       77 WS-AGUA-STATUS         PIC XX VALUES SPACES.
       77 WS-DEBITOS-STATUS      PIC XX VALUES SPACES.
       77 WS-ACORDOS-STATUS      PIC XX VALUES SPACES.
       77 WS-CONTAS-RECEBER-STATUS PIC XX VALUES SPACES.
       77 WS-RECEBIMENTOS-STATUS PIC XX VALUES SPACES.
       77 WS-PRESTACOES-STATUS   PIC XX VALUES SPACES.
       77 WS-PEDIDOS-STATUS      PIC XX VALUES SPACES.
       COPY "AGUA-MESTRE-WS.cpy".
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-JULIANO-HOJE        PIC 9(07) VALUES 0.
       77 WS-DATA-FIM            PIC 9(08) VALUES 0.
      * Semanas da previsao: a primeira comeca hoje. Saidas: 1
      * fornecedores, 2 salarios, 3 seguranca social, 4 IRS, 5 IVA.
      * Entradas: 1 faturas de agua, 2 debitos diretos, 3 empresas do
      * aluguer, 4 prestacoes de multas, 5 acordos de agua, 6
      * pizzaria.
       77 IDX-SEM                PIC 9(02) VALUES 0.
       77 IDX-CAT                PIC 9(01) VALUES 0.
       01 TABELA-SEMANAS.
           05 SEM-ITEM OCCURS 13 TIMES.
               10 SEM-INICIO        PIC 9(08).
               10 SEM-SAIDA OCCURS 5 TIMES PIC 9(09)V99.
               10 SEM-ENTRADA OCCURS 6 TIMES PIC 9(09)V99.
               10 SEM-TOTAL-SAIDAS   PIC 9(09)V99.
               10 SEM-TOTAL-ENTRADAS PIC 9(09)V99.
               10 SEM-SALDO-INICIAL  PIC S9(09)V99.
               10 SEM-SALDO-FINAL    PIC S9(09)V99.
      * Entradas ja vencidas e por receber (nao entram na previsao).
       01 TABELA-ATRASOS.
           05 WS-ATRASO-ENTRADA OCCURS 6 TIMES PIC 9(09)V99.
       77 WS-ATRASO-SAIDAS       PIC 9(09)V99 VALUES 0.
      * Movimento a lancar na semana.
       77 WS-MOV-DATA            PIC 9(08) VALUES 0.
       77 WS-MOV-SENTIDO         PIC X(01) VALUES SPACES.
       77 WS-MOV-CATEGORIA       PIC 9(01) VALUES 0.
       77 WS-MOV-VALOR           PIC 9(09)V99 VALUES 0.
       77 WS-DIAS                PIC S9(07) VALUES 0.
       77 WS-SEMANA              PIC 9(05) VALUES 0.
      * Saldo inicial.
       77 WS-SALDO-INICIAL       PIC S9(09)V99 VALUES 0.
       77 WS-DATA-SALDO          PIC 9(08) VALUES 0.
      * Fornecedores.
       77 WS-QTD-RETIDAS         PIC 9(05) VALUES 0.
       77 WS-VALOR-RETIDAS       PIC 9(09)V99 VALUES 0.
      * Folha: o ultimo periodo processado, o liquido do
      * processamento do mes (sem retroativos, acertos nem despesas)
      * e os descontos a entregar desse periodo.
       77 WS-ULTIMO-PERIODO      PIC 9(06) VALUES 0.
       77 WS-FOLHA-LIQUIDO       PIC 9(09)V99 VALUES 0.
       77 WS-FOLHA-SS            PIC 9(09)V99 VALUES 0.
       77 WS-FOLHA-IRS           PIC 9(09)V99 VALUES 0.
       77 IDX-MES                PIC 9(01) VALUES 0.
       01 WS-PERIODO-CALC.
           05 WS-PC-ANO          PIC 9(04).
           05 WS-PC-MES          PIC 9(02).
       01 WS-PERIODO-CALC-N REDEFINES WS-PERIODO-CALC PIC 9(06).
       77 WS-DATA-CALC           PIC 9(08) VALUES 0.
       77 WS-DIA-CALC            PIC 9(02) VALUES 0.
      * IVA: o ultimo apuramento de cada trimestre.
       77 WS-NUM-IVA             PIC 9(02) VALUES 0.
       77 IDX-IVA                PIC 9(02) VALUES 0.
       77 WS-IVA-ACHADO          PIC 9(02) VALUES 0.
       01 TABELA-IVA.
           05 IVA-ITEM OCCURS 40 TIMES.
               10 IVA-T-ANO          PIC 9(04).
               10 IVA-T-TRIMESTRE    PIC 9(01).
               10 IVA-T-SINAL        PIC X(01).
               10 IVA-T-VALOR        PIC 9(09)V99.
               10 IVA-T-DATA-LIMITE  PIC 9(08).
       77 WS-TRIM-ANO            PIC 9(04) VALUES 0.
       77 WS-TRIM-NUM            PIC 9(01) VALUES 0.
       77 WS-QTD-IVA-FALTA       PIC 9(02) VALUES 0.
       01 TABELA-IVA-FALTA.
           05 IVF-ITEM OCCURS 4 TIMES.
               10 IVF-ANO            PIC 9(04).
               10 IVF-TRIMESTRE      PIC 9(01).
      * Agua: ordens de debito enviadas ao banco sem resposta e
      * contas com acordo de pagamento em curso.
       77 WS-NUM-ORDENS          PIC 9(04) VALUES 0.
       77 IDX-ORD                PIC 9(04) VALUES 0.
       77 WS-ORD-ACHADA          PIC 9(04) VALUES 0.
       01 TABELA-ORDENS.
           05 ORD-ITEM OCCURS 900 TIMES.
               10 ORD-CONTA          PIC X(10).
               10 ORD-PERIODO        PIC 9(06).
               10 ORD-DATA           PIC 9(08).
       77 WS-NUM-CONTAS-ACORDO   PIC 9(03) VALUES 0.
       77 IDX-CAC                PIC 9(03) VALUES 0.
       77 WS-CAC-ACHADA          PIC 9(03) VALUES 0.
       01 TABELA-CONTAS-ACORDO.
           05 CAC-CONTA OCCURS 200 TIMES PIC X(10).
       77 WS-EM-FALTA            PIC S9(07)V99 VALUES 0.
       77 WS-AGUA-DISPONIVEL     PIC A VALUES "S".
      * Pizzaria: vendas das ultimas 4 semanas.
       01 WS-DATA-PEDIDO.
           05 WS-DPE-DIA         PIC 9(02).
           05 FILLER             PIC X(01).
           05 WS-DPE-MES         PIC 9(02).
           05 FILLER             PIC X(01).
           05 WS-DPE-ANO         PIC 9(04).
       77 WS-DATA-PEDIDO-N       PIC 9(08) VALUES 0.
       77 WS-VENDAS-28-DIAS      PIC 9(09)V99 VALUES 0.
       77 WS-MEDIA-SEMANAL       PIC 9(09)V99 VALUES 0.
      * Relatorio.
       77 WS-QTD-NEGATIVAS       PIC 9(02) VALUES 0.
       77 WS-FORMAT              PIC Z(7)9.99.
       77 WS-FORMAT2             PIC Z(7)9.99.
       77 WS-FORMAT3             PIC Z(7)9.99.
       77 WS-FORMAT4             PIC Z(7)9.99.
       77 WS-FORMAT5             PIC Z(7)9.99.
       77 WS-FORMAT6             PIC Z(7)9.99.
       77 WS-FORMAT-SINAL        PIC -(8)9.99.
       77 WS-FORMAT-SINAL2       PIC -(8)9.99.
       77 WS-MARCA               PIC X(16) VALUES SPACES.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "=== PREVISAO DE TESOURARIA A 13 SEMANAS ===".
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-JULIANO-HOJE = FUNCTION INTEGER-OF-DATE(WS-HOJE).
           COMPUTE WS-DATA-FIM = FUNCTION DATE-OF-INTEGER(
               WS-JULIANO-HOJE + 90).
           INITIALIZE TABELA-SEMANAS.
           INITIALIZE TABELA-ATRASOS.
           PERFORM VARYING IDX-SEM FROM 1 BY 1 UNTIL IDX-SEM > 13
               COMPUTE SEM-INICIO(IDX-SEM) = FUNCTION DATE-OF-INTEGER(
                   WS-JULIANO-HOJE + ((IDX-SEM - 1) * 7))
           END-PERFORM.
           PERFORM LER-SALDO-BANCO.
           PERFORM PREVER-FORNECEDORES.
           PERFORM PREVER-SALARIOS.
           PERFORM PREVER-IVA.
           PERFORM PREVER-AGUA.
           PERFORM PREVER-EMPRESAS.
           PERFORM PREVER-MULTAS.
           PERFORM PREVER-PIZZARIA.
           PERFORM CALCULAR-SALDOS.
           PERFORM ESCREVER-PREVISAO.
           MOVE WS-SALDO-INICIAL TO WS-FORMAT-SINAL.
           DISPLAY "SALDO INICIAL:               " WS-FORMAT-SINAL.
           MOVE SEM-SALDO-FINAL(13) TO WS-FORMAT-SINAL.
           DISPLAY "SALDO PREVISTO NA SEMANA 13: " WS-FORMAT-SINAL.
           IF (WS-QTD-NEGATIVAS > 0) THEN
               DISPLAY "*** SEMANAS COM SALDO NEGATIVO: "
                   WS-QTD-NEGATIVAS " ***"
           END-IF.
           DISPLAY "PREVISAO GRAVADA EM PREVISAO-TESOURARIA.TXT".
           STOP RUN.

      * O saldo de partida e o do banco depois da ultima linha do
      * extrato importado na conciliacao bancaria.
       LER-SALDO-BANCO.
           MOVE 0 TO WS-SALDO-INICIAL.
           MOVE 0 TO WS-DATA-SALDO.
           MOVE SPACES TO WS-MOV-BANCO-STATUS.
           OPEN INPUT FICHEIRO-MOV-BANCO.
           IF (WS-MOV-BANCO-STATUS = "00") THEN
               PERFORM UNTIL WS-MOV-BANCO-STATUS = "10"
                   READ FICHEIRO-MOV-BANCO
                       AT END MOVE "10" TO WS-MOV-BANCO-STATUS
                       NOT AT END
                           MOVE MBC-DATA TO WS-DATA-SALDO
                           IF (MBC-SINAL-SALDO = "-") THEN
                               COMPUTE WS-SALDO-INICIAL =
                                   0 - MBC-SALDO
                           ELSE
                               MOVE MBC-SALDO TO WS-SALDO-INICIAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-MOV-BANCO.
           IF (WS-DATA-SALDO = 0) THEN
               DISPLAY "SEM EXTRATO IMPORTADO - SALDO INICIAL A ZERO."
           END-IF.

      ******************************************************************
      * Saidas previstas
      ******************************************************************
      * Faturas de fornecedores por pagar, no vencimento. As retidas
      * (sem conferencia com a encomenda) contam na mesma - vao ser
      * pagas quando libertadas - mas ficam indicadas no fim.
       PREVER-FORNECEDORES.
           MOVE SPACES TO WS-CP-STATUS.
           OPEN INPUT FICHEIRO-CP.
           IF (WS-CP-STATUS = "00") THEN
               PERFORM UNTIL WS-CP-STATUS = "10"
                   READ FICHEIRO-CP
                       AT END MOVE "10" TO WS-CP-STATUS
                       NOT AT END
                           IF (FCP-PAGA NOT = "S") THEN
                               MOVE FCP-VENCIMENTO TO WS-MOV-DATA
                               MOVE "S" TO WS-MOV-SENTIDO
                               MOVE 1 TO WS-MOV-CATEGORIA
                               MOVE FCP-VALOR TO WS-MOV-VALOR
                               PERFORM LANCAR-MOVIMENTO
                                   THRU FIM-LANCAR-MOVIMENTO
                               IF (FCP-RETIDA = "S") THEN
                                   ADD 1 TO WS-QTD-RETIDAS
                                   ADD FCP-VALOR TO WS-VALOR-RETIDAS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-CP.

      * A folha de cada mes paga-se no ultimo dia do mes; a seguranca
      * social (quota do trabalhador e da entidade) e o IRS retido
      * entregam-se ate dia 20 do mes seguinte. Os meses seguintes
      * repetem os valores do ultimo processamento.
       PREVER-SALARIOS.
           MOVE 0 TO WS-ULTIMO-PERIODO.
           MOVE SPACES TO WS-SAL-HIST-STATUS.
           OPEN INPUT FICHEIRO-SALARIOS-HIST.
           IF (WS-SAL-HIST-STATUS = "00") THEN
               PERFORM UNTIL WS-SAL-HIST-STATUS = "10"
                   READ FICHEIRO-SALARIOS-HIST
                       AT END MOVE "10" TO WS-SAL-HIST-STATUS
                       NOT AT END
                           IF (SAL-PERIODO > WS-ULTIMO-PERIODO) THEN
                               MOVE SAL-PERIODO TO WS-ULTIMO-PERIODO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-SALARIOS-HIST.
           IF (WS-ULTIMO-PERIODO = 0) THEN
               DISPLAY "SEM PROCESSAMENTOS DE SALARIOS NO HISTORICO."
           ELSE
               PERFORM SOMAR-ULTIMA-FOLHA
               MOVE WS-ULTIMO-PERIODO TO WS-PERIODO-CALC-N
               PERFORM VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 5
                   PERFORM LANCAR-FOLHA-MES
                   ADD 1 TO WS-PC-MES
                   IF (WS-PC-MES > 12) THEN
                       MOVE 1 TO WS-PC-MES
                       ADD 1 TO WS-PC-ANO
                   END-IF
               END-PERFORM
           END-IF.

       SOMAR-ULTIMA-FOLHA.
           MOVE 0 TO WS-FOLHA-LIQUIDO.
           MOVE 0 TO WS-FOLHA-SS.
           MOVE 0 TO WS-FOLHA-IRS.
           MOVE SPACES TO WS-SAL-HIST-STATUS.
           OPEN INPUT FICHEIRO-SALARIOS-HIST.
           PERFORM UNTIL WS-SAL-HIST-STATUS = "10"
               READ FICHEIRO-SALARIOS-HIST
                   AT END MOVE "10" TO WS-SAL-HIST-STATUS
                   NOT AT END
                       IF (SAL-PERIODO = WS-ULTIMO-PERIODO) THEN
                           IF (SAL-TIPO = SPACES) THEN
                               ADD SAL-LIQUIDO TO WS-FOLHA-LIQUIDO
                           END-IF
                           ADD SAL-SEG-SOCIAL TO WS-FOLHA-SS
                           IF (SAL-SS-PATRONAL IS NUMERIC) THEN
                               ADD SAL-SS-PATRONAL TO WS-FOLHA-SS
                           END-IF
                           ADD SAL-IRS TO WS-FOLHA-IRS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-SALARIOS-HIST.

      * Mes em WS-PERIODO-CALC: so conta o que ainda nao venceu.
       LANCAR-FOLHA-MES.
           PERFORM ULTIMO-DIA-DO-MES.
           IF (WS-DATA-CALC >= WS-HOJE) THEN
               MOVE WS-DATA-CALC TO WS-MOV-DATA
               MOVE "S" TO WS-MOV-SENTIDO
               MOVE 2 TO WS-MOV-CATEGORIA
               MOVE WS-FOLHA-LIQUIDO TO WS-MOV-VALOR
               PERFORM LANCAR-MOVIMENTO THRU FIM-LANCAR-MOVIMENTO
           END-IF.
           IF (WS-PC-MES = 12) THEN
               COMPUTE WS-DATA-CALC = ((WS-PC-ANO + 1) * 10000) +
                   120
           ELSE
               COMPUTE WS-DATA-CALC = (WS-PERIODO-CALC-N * 100) +
                   100 + 20
           END-IF.
           IF (WS-DATA-CALC >= WS-HOJE) THEN
               MOVE WS-DATA-CALC TO WS-MOV-DATA
               MOVE "S" TO WS-MOV-SENTIDO
               MOVE 3 TO WS-MOV-CATEGORIA
               MOVE WS-FOLHA-SS TO WS-MOV-VALOR
               PERFORM LANCAR-MOVIMENTO THRU FIM-LANCAR-MOVIMENTO
               MOVE 4 TO WS-MOV-CATEGORIA
               MOVE WS-FOLHA-IRS TO WS-MOV-VALOR
               PERFORM LANCAR-MOVIMENTO THRU FIM-LANCAR-MOVIMENTO
           END-IF.

      * Ultimo dia do mes de WS-PERIODO-CALC: o dia 1 do mes seguinte
      * menos um dia.
       ULTIMO-DIA-DO-MES.
           IF (WS-PC-MES = 12) THEN
               COMPUTE WS-DATA-CALC = ((WS-PC-ANO + 1) * 10000) + 101
           ELSE
               COMPUTE WS-DATA-CALC = (WS-PERIODO-CALC-N * 100) +
                   100 + 1
           END-IF.
           COMPUTE WS-DATA-CALC = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-CALC) - 1).

      * IVA de cada trimestre apurado no IVA-DECL (o ultimo
      * apuramento do trimestre), na data limite. Trimestres a
      * credito nao dao saida. Um trimestre cujo prazo cai dentro das
      * 13 semanas sem apuramento fica assinalado.
       PREVER-IVA.
           MOVE 0 TO WS-NUM-IVA.
           MOVE SPACES TO WS-IVA-APUR-STATUS.
           OPEN INPUT FICHEIRO-IVA-APURAMENTOS.
           IF (WS-IVA-APUR-STATUS = "00") THEN
               PERFORM UNTIL WS-IVA-APUR-STATUS = "10"
                   READ FICHEIRO-IVA-APURAMENTOS
                       AT END MOVE "10" TO WS-IVA-APUR-STATUS
                       NOT AT END PERFORM GUARDAR-APURAMENTO-IVA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-IVA-APURAMENTOS.
           PERFORM VARYING IDX-IVA FROM 1 BY 1
               UNTIL IDX-IVA > WS-NUM-IVA
               IF (IVA-T-SINAL(IDX-IVA) NOT = "-") AND
                  (IVA-T-DATA-LIMITE(IDX-IVA) >= WS-HOJE) THEN
                   MOVE IVA-T-DATA-LIMITE(IDX-IVA) TO WS-MOV-DATA
                   MOVE "S" TO WS-MOV-SENTIDO
                   MOVE 5 TO WS-MOV-CATEGORIA
                   MOVE IVA-T-VALOR(IDX-IVA) TO WS-MOV-VALOR
                   PERFORM LANCAR-MOVIMENTO THRU FIM-LANCAR-MOVIMENTO
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-QTD-IVA-FALTA.
           MOVE WS-HOJE(1:4) TO WS-PC-ANO.
           MOVE WS-HOJE(5:2) TO WS-PC-MES.
           PERFORM VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 4
               PERFORM VERIFICAR-PRAZO-IVA
               ADD 1 TO WS-PC-MES
               IF (WS-PC-MES > 12) THEN
                   MOVE 1 TO WS-PC-MES
                   ADD 1 TO WS-PC-ANO
               END-IF
           END-PERFORM.

       GUARDAR-APURAMENTO-IVA.
           MOVE 0 TO WS-IVA-ACHADO.
           PERFORM VARYING IDX-IVA FROM 1 BY 1
               UNTIL IDX-IVA > WS-NUM-IVA
               IF (IVA-T-ANO(IDX-IVA) = IVP-ANO) AND
                  (IVA-T-TRIMESTRE(IDX-IVA) = IVP-TRIMESTRE) THEN
                   MOVE IDX-IVA TO WS-IVA-ACHADO
               END-IF
           END-PERFORM.
           IF (WS-IVA-ACHADO = 0) AND (WS-NUM-IVA < 40) THEN
               ADD 1 TO WS-NUM-IVA
               MOVE WS-NUM-IVA TO WS-IVA-ACHADO
           END-IF.
           IF (WS-IVA-ACHADO > 0) THEN
               MOVE IVP-ANO TO IVA-T-ANO(WS-IVA-ACHADO)
               MOVE IVP-TRIMESTRE TO IVA-T-TRIMESTRE(WS-IVA-ACHADO)
               MOVE IVP-SINAL TO IVA-T-SINAL(WS-IVA-ACHADO)
               MOVE IVP-VALOR TO IVA-T-VALOR(WS-IVA-ACHADO)
               MOVE IVP-DATA-LIMITE TO IVA-T-DATA-LIMITE(WS-IVA-ACHADO)
           END-IF.

      * Os prazos caem em fevereiro (4.o trimestre do ano anterior),
      * maio, agosto e novembro.
       VERIFICAR-PRAZO-IVA.
           MOVE 0 TO WS-TRIM-NUM.
           MOVE WS-PC-ANO TO WS-TRIM-ANO.
           EVALUATE WS-PC-MES
               WHEN 2
                   MOVE 4 TO WS-TRIM-NUM
                   SUBTRACT 1 FROM WS-TRIM-ANO
               WHEN 5 MOVE 1 TO WS-TRIM-NUM
               WHEN 8 MOVE 2 TO WS-TRIM-NUM
               WHEN 11 MOVE 3 TO WS-TRIM-NUM
           END-EVALUATE.
           IF (WS-TRIM-NUM > 0) THEN
               COMPUTE WS-DATA-CALC = (WS-PERIODO-CALC-N * 100) + 20
               IF (WS-DATA-CALC >= WS-HOJE) AND
                  (WS-DATA-CALC <= WS-DATA-FIM) THEN
                   MOVE 0 TO WS-IVA-ACHADO
                   PERFORM VARYING IDX-IVA FROM 1 BY 1
                       UNTIL IDX-IVA > WS-NUM-IVA
                       IF (IVA-T-ANO(IDX-IVA) = WS-TRIM-ANO) AND
                          (IVA-T-TRIMESTRE(IDX-IVA) = WS-TRIM-NUM)
                           MOVE IDX-IVA TO WS-IVA-ACHADO
                       END-IF
                   END-PERFORM
                   IF (WS-IVA-ACHADO = 0) THEN
                       ADD 1 TO WS-QTD-IVA-FALTA
                       MOVE WS-TRIM-ANO TO IVF-ANO(WS-QTD-IVA-FALTA)
                       MOVE WS-TRIM-NUM
                           TO IVF-TRIMESTRE(WS-QTD-IVA-FALTA)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Entradas previstas
      ******************************************************************
      * Faturas de agua por pagar: vencem no fim do mes seguinte ao
      * periodo faturado. As das contas com debito direto entram pela
      * cobranca (na data da ordem, se ja foi enviada ao banco); as
      * das contas com acordo de pagamento entram pelas prestacoes
      * do acordo. A divida transferida para um ex-titular nao conta.
       PREVER-AGUA.
           PERFORM CARREGAR-AGUA-MESTRE.
           PERFORM CARREGAR-ORDENS-DEBITO.
           PERFORM PREVER-ACORDOS.
           MOVE "S" TO WS-AGUA-DISPONIVEL.
           MOVE SPACES TO WS-AGUA-STATUS.
           OPEN INPUT FICHEIRO-AGUA.
           IF (WS-AGUA-STATUS NOT = "00") THEN
               MOVE "N" TO WS-AGUA-DISPONIVEL
               DISPLAY "AGUA-CONTAS.DAT INDISPONIVEL (ESTADO "
                   WS-AGUA-STATUS ")."
           ELSE
               PERFORM UNTIL WS-AGUA-STATUS = "10"
                   READ FICHEIRO-AGUA NEXT
                       AT END MOVE "10" TO WS-AGUA-STATUS
                       NOT AT END PERFORM PREVER-FATURA-AGUA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-AGUA.

       PREVER-FATURA-AGUA.
           IF (AGUA-PAGO NOT = "S") AND (AGUA-PAGO NOT = "T") THEN
               COMPUTE WS-EM-FALTA = AGUA-TOTAL - AGUA-PAGO-VALOR
               MOVE 0 TO WS-CAC-ACHADA
               PERFORM VARYING IDX-CAC FROM 1 BY 1
                   UNTIL IDX-CAC > WS-NUM-CONTAS-ACORDO
                   IF (CAC-CONTA(IDX-CAC) = AGUA-CONTA) THEN
                       MOVE IDX-CAC TO WS-CAC-ACHADA
                   END-IF
               END-PERFORM
               IF (WS-EM-FALTA > 0) AND (WS-CAC-ACHADA = 0) THEN
                   MOVE AGUA-PERIODO TO WS-PERIODO-CALC-N
                   ADD 1 TO WS-PC-MES
                   IF (WS-PC-MES > 12) THEN
                       MOVE 1 TO WS-PC-MES
                       ADD 1 TO WS-PC-ANO
                   END-IF
                   PERFORM ULTIMO-DIA-DO-MES
                   MOVE WS-DATA-CALC TO WS-MOV-DATA
                   MOVE "E" TO WS-MOV-SENTIDO
                   MOVE 1 TO WS-MOV-CATEGORIA
                   MOVE WS-EM-FALTA TO WS-MOV-VALOR
                   MOVE AGUA-CONTA TO WS-AGM-PESQUISA
                   PERFORM PROCURAR-AGUA-MESTRE
                   IF (WS-AGM-ACHADA > 0) THEN
                       IF (AGM-T-DEBITO-DIRETO(WS-AGM-ACHADA) = "S")
                       THEN
                           MOVE 2 TO WS-MOV-CATEGORIA
                           PERFORM PROCURAR-ORDEM-DEBITO
                           IF (WS-ORD-ACHADA > 0) THEN
                               MOVE ORD-DATA(WS-ORD-ACHADA)
                                   TO WS-MOV-DATA
                           END-IF
                       END-IF
                   END-IF
                   PERFORM LANCAR-MOVIMENTO THRU FIM-LANCAR-MOVIMENTO
               END-IF
           END-IF.

       CARREGAR-ORDENS-DEBITO.
           MOVE 0 TO WS-NUM-ORDENS.
           MOVE SPACES TO WS-DEBITOS-STATUS.
           OPEN INPUT FICHEIRO-DEBITOS.
           IF (WS-DEBITOS-STATUS = "00") THEN
               PERFORM UNTIL WS-DEBITOS-STATUS = "10"
                   READ FICHEIRO-DEBITOS
                       AT END MOVE "10" TO WS-DEBITOS-STATUS
                       NOT AT END
                           IF (DEB-ESTADO = "E") AND
                              (WS-NUM-ORDENS < 900) THEN
                               ADD 1 TO WS-NUM-ORDENS
                               MOVE DEB-CONTA
                                   TO ORD-CONTA(WS-NUM-ORDENS)
                               MOVE DEB-PERIODO
                                   TO ORD-PERIODO(WS-NUM-ORDENS)
                               MOVE DEB-DATA TO ORD-DATA(WS-NUM-ORDENS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-DEBITOS.

       PROCURAR-ORDEM-DEBITO.
           MOVE 0 TO WS-ORD-ACHADA.
           PERFORM VARYING IDX-ORD FROM 1 BY 1
               UNTIL IDX-ORD > WS-NUM-ORDENS
               IF (ORD-CONTA(IDX-ORD) = AGUA-CONTA) AND
                  (ORD-PERIODO(IDX-ORD) = AGUA-PERIODO) THEN
                   MOVE IDX-ORD TO WS-ORD-ACHADA
               END-IF
           END-PERFORM.

      * Prestacoes por pagar dos acordos de agua, no vencimento; a
      * conta fica registada para as faturas dela nao contarem duas
      * vezes.
       PREVER-ACORDOS.
           MOVE 0 TO WS-NUM-CONTAS-ACORDO.
           MOVE SPACES TO WS-ACORDOS-STATUS.
           OPEN INPUT FICHEIRO-ACORDOS.
           IF (WS-ACORDOS-STATUS = "00") THEN
               PERFORM UNTIL WS-ACORDOS-STATUS = "10"
                   READ FICHEIRO-ACORDOS
                       AT END MOVE "10" TO WS-ACORDOS-STATUS
                       NOT AT END
                           IF (ACO-DATA-PAGO = 0) THEN
                               PERFORM PREVER-PRESTACAO-ACORDO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-ACORDOS.

       PREVER-PRESTACAO-ACORDO.
           MOVE ACO-VENCIMENTO TO WS-MOV-DATA.
           MOVE "E" TO WS-MOV-SENTIDO.
           MOVE 5 TO WS-MOV-CATEGORIA.
           MOVE ACO-VALOR TO WS-MOV-VALOR.
           PERFORM LANCAR-MOVIMENTO THRU FIM-LANCAR-MOVIMENTO.
           MOVE 0 TO WS-CAC-ACHADA.
           PERFORM VARYING IDX-CAC FROM 1 BY 1
               UNTIL IDX-CAC > WS-NUM-CONTAS-ACORDO
               IF (CAC-CONTA(IDX-CAC) = ACO-CONTA) THEN
                   MOVE IDX-CAC TO WS-CAC-ACHADA
               END-IF
           END-PERFORM.
           IF (WS-CAC-ACHADA = 0) AND (WS-NUM-CONTAS-ACORDO < 200) THEN
               ADD 1 TO WS-NUM-CONTAS-ACORDO
               MOVE ACO-CONTA TO CAC-CONTA(WS-NUM-CONTAS-ACORDO)
           END-IF.

      * Titulos em aberto das contas de empresa do aluguer, pelo
      * valor ainda por receber, no vencimento.
       PREVER-EMPRESAS.
           MOVE SPACES TO WS-CONTAS-RECEBER-STATUS.
           OPEN INPUT FICHEIRO-CONTAS-RECEBER.
           IF (WS-CONTAS-RECEBER-STATUS = "00") THEN
               PERFORM UNTIL WS-CONTAS-RECEBER-STATUS = "10"
                   READ FICHEIRO-CONTAS-RECEBER
                       AT END MOVE "10" TO WS-CONTAS-RECEBER-STATUS
                       NOT AT END
                           IF (TIT-TIPO-CONTA = "E") AND
                              (TIT-ESTADO = "A") AND
                              (TIT-VALOR > TIT-PAGO) THEN
                               MOVE TIT-VENCIMENTO TO WS-MOV-DATA
                               MOVE "E" TO WS-MOV-SENTIDO
                               MOVE 3 TO WS-MOV-CATEGORIA
                               COMPUTE WS-MOV-VALOR =
                                   TIT-VALOR - TIT-PAGO
                               PERFORM LANCAR-MOVIMENTO
                                   THRU FIM-LANCAR-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-CONTAS-RECEBER.

       PREVER-MULTAS.
           MOVE SPACES TO WS-PRESTACOES-STATUS.
           OPEN INPUT FICHEIRO-PRESTACOES.
           IF (WS-PRESTACOES-STATUS = "00") THEN
               PERFORM UNTIL WS-PRESTACOES-STATUS = "10"
                   READ FICHEIRO-PRESTACOES
                       AT END MOVE "10" TO WS-PRESTACOES-STATUS
                       NOT AT END
                           IF (PRE-DATA-PAGO = 0) THEN
                               MOVE PRE-VENCIMENTO TO WS-MOV-DATA
                               MOVE "E" TO WS-MOV-SENTIDO
                               MOVE 4 TO WS-MOV-CATEGORIA
                               MOVE PRE-VALOR TO WS-MOV-VALOR
                               PERFORM LANCAR-MOVIMENTO
                                   THRU FIM-LANCAR-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-PRESTACOES.

      * Media semanal das vendas da pizzaria nas ultimas 4 semanas
      * (pedidos pagos, sem os das plataformas, que chegam pelo
      * extrato mensal da plataforma), igual em todas as semanas.
       PREVER-PIZZARIA.
           MOVE 0 TO WS-VENDAS-28-DIAS.
           MOVE SPACES TO WS-PEDIDOS-STATUS.
           OPEN INPUT FICHEIRO-PEDIDOS.
           IF (WS-PEDIDOS-STATUS = "00") THEN
               PERFORM UNTIL WS-PEDIDOS-STATUS = "10"
                   READ FICHEIRO-PEDIDOS
                       AT END MOVE "10" TO WS-PEDIDOS-STATUS
                       NOT AT END PERFORM SOMAR-PEDIDO-RECENTE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-PEDIDOS.
           DIVIDE WS-VENDAS-28-DIAS BY 4 GIVING WS-MEDIA-SEMANAL.
           PERFORM VARYING IDX-SEM FROM 1 BY 1 UNTIL IDX-SEM > 13
               ADD WS-MEDIA-SEMANAL TO SEM-ENTRADA(IDX-SEM, 6)
           END-PERFORM.

       SOMAR-PEDIDO-RECENTE.
           IF (REG-ESTADO NOT = "C") AND (REG-ESTADO NOT = "M") AND
              (REG-ORIGEM NOT = "P") THEN
               MOVE REG-DATA TO WS-DATA-PEDIDO
               IF (WS-DPE-ANO IS NUMERIC) AND
                  (WS-DPE-MES IS NUMERIC) AND
                  (WS-DPE-DIA IS NUMERIC) THEN
                   COMPUTE WS-DATA-PEDIDO-N = (WS-DPE-ANO * 10000) +
                       (WS-DPE-MES * 100) + WS-DPE-DIA
                   IF (WS-DATA-PEDIDO-N < WS-HOJE) AND
                      (WS-DATA-PEDIDO-N > 16010101) THEN
                       COMPUTE WS-DIAS = WS-JULIANO-HOJE -
                           FUNCTION INTEGER-OF-DATE(WS-DATA-PEDIDO-N)
                       IF (WS-DIAS <= 28) THEN
                           ADD REG-VALOR-TOTAL TO WS-VENDAS-28-DIAS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Lancamento na semana e saldos
      ******************************************************************
      * Saida ja vencida paga-se na primeira semana; entrada ja
      * vencida fica em atraso, fora da previsao. Para la das 13
      * semanas nao conta.
       LANCAR-MOVIMENTO.
           IF (WS-MOV-VALOR = 0) THEN
               GO FIM-LANCAR-MOVIMENTO
           END-IF.
           IF (WS-MOV-DATA NOT NUMERIC) OR
              (WS-MOV-DATA < 16010101) THEN
               MOVE WS-HOJE TO WS-MOV-DATA
           END-IF.
           COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE(WS-MOV-DATA) -
               WS-JULIANO-HOJE.
           IF (WS-DIAS < 0) THEN
               IF (WS-MOV-SENTIDO = "S") THEN
                   ADD WS-MOV-VALOR TO WS-ATRASO-SAIDAS
                   MOVE 0 TO WS-DIAS
               ELSE
                   ADD WS-MOV-VALOR
                       TO WS-ATRASO-ENTRADA(WS-MOV-CATEGORIA)
                   GO FIM-LANCAR-MOVIMENTO
               END-IF
           END-IF.
           DIVIDE WS-DIAS BY 7 GIVING WS-SEMANA.
           ADD 1 TO WS-SEMANA.
           IF (WS-SEMANA > 13) THEN
               GO FIM-LANCAR-MOVIMENTO
           END-IF.
           IF (WS-MOV-SENTIDO = "S") THEN
               ADD WS-MOV-VALOR
                   TO SEM-SAIDA(WS-SEMANA, WS-MOV-CATEGORIA)
           ELSE
               ADD WS-MOV-VALOR
                   TO SEM-ENTRADA(WS-SEMANA, WS-MOV-CATEGORIA)
           END-IF.

       FIM-LANCAR-MOVIMENTO.
           EXIT.

       CALCULAR-SALDOS.
           MOVE 0 TO WS-QTD-NEGATIVAS.
           PERFORM VARYING IDX-SEM FROM 1 BY 1 UNTIL IDX-SEM > 13
               IF (IDX-SEM = 1) THEN
                   MOVE WS-SALDO-INICIAL TO SEM-SALDO-INICIAL(1)
               ELSE
                   MOVE SEM-SALDO-FINAL(IDX-SEM - 1)
                       TO SEM-SALDO-INICIAL(IDX-SEM)
               END-IF
               MOVE 0 TO SEM-TOTAL-SAIDAS(IDX-SEM)
               MOVE 0 TO SEM-TOTAL-ENTRADAS(IDX-SEM)
               PERFORM VARYING IDX-CAT FROM 1 BY 1 UNTIL IDX-CAT > 5
                   ADD SEM-SAIDA(IDX-SEM, IDX-CAT)
                       TO SEM-TOTAL-SAIDAS(IDX-SEM)
               END-PERFORM
               PERFORM VARYING IDX-CAT FROM 1 BY 1 UNTIL IDX-CAT > 6
                   ADD SEM-ENTRADA(IDX-SEM, IDX-CAT)
                       TO SEM-TOTAL-ENTRADAS(IDX-SEM)
               END-PERFORM
               COMPUTE SEM-SALDO-FINAL(IDX-SEM) =
                   SEM-SALDO-INICIAL(IDX-SEM) +
                   SEM-TOTAL-ENTRADAS(IDX-SEM) -
                   SEM-TOTAL-SAIDAS(IDX-SEM)
               IF (SEM-SALDO-FINAL(IDX-SEM) < 0) THEN
                   ADD 1 TO WS-QTD-NEGATIVAS
               END-IF
           END-PERFORM.

      ******************************************************************
      * Relatorio
      ******************************************************************
       ESCREVER-PREVISAO.
           OPEN OUTPUT PREVISAO-TESOURARIA.
           MOVE SPACES TO PREVISAO-LINHA.
           STRING "PREVISAO DE TESOURARIA A 13 SEMANAS - DE " WS-HOJE
               " A " WS-DATA-FIM
               DELIMITED BY SIZE INTO PREVISAO-LINHA.
           WRITE PREVISAO-LINHA.
           MOVE ALL "=" TO PREVISAO-LINHA.
           WRITE PREVISAO-LINHA.
           MOVE WS-SALDO-INICIAL TO WS-FORMAT-SINAL.
           MOVE SPACES TO PREVISAO-LINHA.
           IF (WS-DATA-SALDO = 0) THEN
               STRING "SALDO INICIAL: " WS-FORMAT-SINAL
                   " (SEM EXTRATO IMPORTADO)"
                   DELIMITED BY SIZE INTO PREVISAO-LINHA
           ELSE
               STRING "SALDO INICIAL: " WS-FORMAT-SINAL
                   " (EXTRATO DO BANCO EM " WS-DATA-SALDO ")"
                   DELIMITED BY SIZE INTO PREVISAO-LINHA
           END-IF.
           WRITE PREVISAO-LINHA.
           MOVE SPACES TO PREVISAO-LINHA.
           WRITE PREVISAO-LINHA.
           MOVE "SEM INICIO    SALDO INICIAL    ENTRADAS      SAIDAS"
               TO PREVISAO-LINHA.
           MOVE "SALDO FINAL" TO PREVISAO-LINHA(58:11).
           WRITE PREVISAO-LINHA.
           PERFORM VARYING IDX-SEM FROM 1 BY 1 UNTIL IDX-SEM > 13
               PERFORM ESCREVER-SEMANA
           END-PERFORM.
           PERFORM ESCREVER-ENTRADAS.
           PERFORM ESCREVER-SAIDAS.
           PERFORM ESCREVER-NOTAS.
           CLOSE PREVISAO-TESOURARIA.

       ESCREVER-SEMANA.
           MOVE SEM-SALDO-INICIAL(IDX-SEM) TO WS-FORMAT-SINAL.
           MOVE SEM-TOTAL-ENTRADAS(IDX-SEM) TO WS-FORMAT.
           MOVE SEM-TOTAL-SAIDAS(IDX-SEM) TO WS-FORMAT2.
           MOVE SEM-SALDO-FINAL(IDX-SEM) TO WS-FORMAT-SINAL2.
           IF (SEM-SALDO-FINAL(IDX-SEM) < 0) THEN
               MOVE "*** NEGATIVO ***" TO WS-MARCA
           ELSE
               MOVE SPACES TO WS-MARCA
           END-IF.
           MOVE SPACES TO PREVISAO-LINHA.
           STRING " " IDX-SEM " " SEM-INICIO(IDX-SEM) " "
               WS-FORMAT-SINAL " " WS-FORMAT " " WS-FORMAT2 " "
               WS-FORMAT-SINAL2 " " WS-MARCA
               DELIMITED BY SIZE INTO PREVISAO-LINHA.
           WRITE PREVISAO-LINHA.

       ESCREVER-ENTRADAS.
           MOVE SPACES TO PREVISAO-LINHA.
           WRITE PREVISAO-LINHA.
           MOVE "ENTRADAS POR ORIGEM" TO PREVISAO-LINHA.
           WRITE PREVISAO-LINHA.
           MOVE SPACES TO PREVISAO-LINHA.
           STRING "SEM  FATURAS AGUA DEBITOS DIR.  EMPRESAS ALG"
               "  PREST.MULTAS ACORDOS AGUA    PIZZARIA"
               DELIMITED BY SIZE INTO PREVISAO-LINHA.
           WRITE PREVISAO-LINHA.
           PERFORM VARYING IDX-SEM FROM 1 BY 1 UNTIL IDX-SEM > 13
               MOVE SEM-ENTRADA(IDX-SEM, 1) TO WS-FORMAT
               MOVE SEM-ENTRADA(IDX-SEM, 2) TO WS-FORMAT2
               MOVE SEM-ENTRADA(IDX-SEM, 3) TO WS-FORMAT3
               MOVE SEM-ENTRADA(IDX-SEM, 4) TO WS-FORMAT4
               MOVE SEM-ENTRADA(IDX-SEM, 5) TO WS-FORMAT5
               MOVE SEM-ENTRADA(IDX-SEM, 6) TO WS-FORMAT6
               MOVE SPACES TO PREVISAO-LINHA
               STRING " " IDX-SEM "  " WS-FORMAT "  " WS-FORMAT2 "  "
                   WS-FORMAT3 "  " WS-FORMAT4 "  " WS-FORMAT5 "  "
                   WS-FORMAT6
                   DELIMITED BY SIZE INTO PREVISAO-LINHA
               WRITE PREVISAO-LINHA
           END-PERFORM.

       ESCREVER-SAIDAS.
           MOVE SPACES TO PREVISAO-LINHA.
           WRITE PREVISAO-LINHA.
           MOVE "SAIDAS POR DESTINO" TO PREVISAO-LINHA.
           WRITE PREVISAO-LINHA.
           MOVE SPACES TO PREVISAO-LINHA.
           STRING "SEM   FORNECEDORES     SALARIOS SEG. SOCIAL"
               "   IRS RETIDO           IVA"
               DELIMITED BY SIZE INTO PREVISAO-LINHA.
           WRITE PREVISAO-LINHA.
           PERFORM VARYING IDX-SEM FROM 1 BY 1 UNTIL IDX-SEM > 13
               MOVE SEM-SAIDA(IDX-SEM, 1) TO WS-FORMAT
               MOVE SEM-SAIDA(IDX-SEM, 2) TO WS-FORMAT2
               MOVE SEM-SAIDA(IDX-SEM, 3) TO WS-FORMAT3
               MOVE SEM-SAIDA(IDX-SEM, 4) TO WS-FORMAT4
               MOVE SEM-SAIDA(IDX-SEM, 5) TO WS-FORMAT5
               MOVE SPACES TO PREVISAO-LINHA
               STRING " " IDX-SEM "  " WS-FORMAT "  " WS-FORMAT2 "  "
                   WS-FORMAT3 "  " WS-FORMAT4 "  " WS-FORMAT5
                   DELIMITED BY SIZE INTO PREVISAO-LINHA
               WRITE PREVISAO-LINHA
           END-PERFORM.

       ESCREVER-NOTAS.
           MOVE SPACES TO PREVISAO-LINHA.
           WRITE PREVISAO-LINHA.
           MOVE ALL "-" TO PREVISAO-LINHA.
           WRITE PREVISAO-LINHA.
           MOVE SPACES TO PREVISAO-LINHA.
           STRING "SEMANAS COM SALDO NEGATIVO: " WS-QTD-NEGATIVAS
               DELIMITED BY SIZE INTO PREVISAO-LINHA.
           WRITE PREVISAO-LINHA.
           IF (WS-ATRASO-SAIDAS > 0) THEN
               MOVE WS-ATRASO-SAIDAS TO WS-FORMAT
               MOVE SPACES TO PREVISAO-LINHA
               STRING "SAIDAS JA VENCIDAS (NA SEMANA 1):   " WS-FORMAT
                   DELIMITED BY SIZE INTO PREVISAO-LINHA
               WRITE PREVISAO-LINHA
           END-IF.
           IF (WS-QTD-RETIDAS > 0) THEN
               MOVE WS-VALOR-RETIDAS TO WS-FORMAT
               MOVE SPACES TO PREVISAO-LINHA
               STRING "FATURAS DE FORNECEDOR RETIDAS:      " WS-FORMAT
                   " (" WS-QTD-RETIDAS " FATURAS, INCLUIDAS)"
                   DELIMITED BY SIZE INTO PREVISAO-LINHA
               WRITE PREVISAO-LINHA
           END-IF.
           MOVE SPACES TO PREVISAO-LINHA.
           IF (WS-ULTIMO-PERIODO = 0) THEN
               MOVE "FOLHA: SEM PROCESSAMENTOS NO HISTORICO"
                   TO PREVISAO-LINHA
           ELSE
               MOVE WS-FOLHA-LIQUIDO TO WS-FORMAT
               STRING "FOLHA: BASE NO PERIODO " WS-ULTIMO-PERIODO
                   " - LIQUIDO MENSAL " WS-FORMAT
                   DELIMITED BY SIZE INTO PREVISAO-LINHA
           END-IF.
           WRITE PREVISAO-LINHA.
           PERFORM VARYING IDX-IVA FROM 1 BY 1
               UNTIL IDX-IVA > WS-QTD-IVA-FALTA
               MOVE SPACES TO PREVISAO-LINHA
               STRING "IVA DO " IVF-TRIMESTRE(IDX-IVA)
                   ".O TRIMESTRE DE " IVF-ANO(IDX-IVA)
                   " AINDA NAO APURADO - FORA DA PREVISAO"
                   DELIMITED BY SIZE INTO PREVISAO-LINHA
               WRITE PREVISAO-LINHA
           END-PERFORM.
           IF (WS-AGUA-DISPONIVEL = "N") THEN
               MOVE "FATURAS DE AGUA INDISPONIVEIS - FORA DA PREVISAO"
                   TO PREVISAO-LINHA
               WRITE PREVISAO-LINHA
           END-IF.
           MOVE WS-MEDIA-SEMANAL TO WS-FORMAT.
           MOVE SPACES TO PREVISAO-LINHA.
           STRING "PIZZARIA: MEDIA SEMANAL DAS ULTIMAS 4 SEMANAS "
               WS-FORMAT
               DELIMITED BY SIZE INTO PREVISAO-LINHA.
           WRITE PREVISAO-LINHA.
           MOVE "ENTRADAS JA VENCIDAS E POR RECEBER (FORA DA PREVISAO):"
               TO PREVISAO-LINHA.
           WRITE PREVISAO-LINHA.
           MOVE WS-ATRASO-ENTRADA(1) TO WS-FORMAT.
           MOVE WS-ATRASO-ENTRADA(2) TO WS-FORMAT2.
           MOVE WS-ATRASO-ENTRADA(3) TO WS-FORMAT3.
           MOVE SPACES TO PREVISAO-LINHA.
           STRING "  FATURAS AGUA " WS-FORMAT "  DEBITOS DIRETOS "
               WS-FORMAT2 "  EMPRESAS ALUGUER " WS-FORMAT3
               DELIMITED BY SIZE INTO PREVISAO-LINHA.
           WRITE PREVISAO-LINHA.
           MOVE WS-ATRASO-ENTRADA(4) TO WS-FORMAT.
           MOVE WS-ATRASO-ENTRADA(5) TO WS-FORMAT2.
           MOVE SPACES TO PREVISAO-LINHA.
           STRING "  PREST. MULTAS " WS-FORMAT "  ACORDOS AGUA "
               WS-FORMAT2
               DELIMITED BY SIZE INTO PREVISAO-LINHA.
           WRITE PREVISAO-LINHA.

           COPY "AGUA-MESTRE-PROC.cpy".
