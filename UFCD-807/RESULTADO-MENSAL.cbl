      * Purpose: Resultado mensal por negocio - poe os custos contra as
      *          receitas: pizzaria (PEDIDOS.DAT menos as compras de
      *          ingredientes de COMPRAS.DAT), aluguer (ALUGUERES.DAT
      *          menos as reparacoes de danos liquidadas em DANOS.DAT
      *          liquidas do que as seguradoras pagaram nas
      *          participacoes de sinistro (SINISTROS.DAT),
      *          as comissoes de corretores lancadas em contas a pagar
      *          e as amortizacoes da frota, com as mais ou menos
      *          valias dos abates, e o custo das transferencias de
      *          viaturas entre filiais) e agua (AGUA-CONTAS.DAT),
      *          debitando a pizzaria e a agua pelo uso interno de
      *          viaturas da frota (cedencias sem fatura em
      *          ALUGUERES.DAT),
      *          imputando o custo da folha
      *          de pagamento de cada negocio pelo departamento do
      *          empregado no historico salarial, abatendo as notas
      *          de credito emitidas no mes (NOTAS-CREDITO.DAT) a
      *          receita do negocio da fatura, e fecha com o
      *          resultado liquido por negocio e global.
      * Tectonics: cobc
      ******************************************************************
           COPY "DANOS-SELECT.cpy".
           COPY "AGUA-SELECT.cpy".
           COPY "SALARIOS-HIST-SELECT.cpy".
           COPY "FORNECEDORES-CP-SELECT.cpy".
           COPY "AMORTIZACOES-SELECT.cpy".
           COPY "TRANSFERENCIAS-SELECT.cpy".
           COPY "SINISTROS-SELECT.cpy".
           COPY "NOTAS-CREDITO-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "DANOS-FD.cpy".
           COPY "AGUA-FD.cpy".
           COPY "SALARIOS-HIST-FD.cpy".
           COPY "FORNECEDORES-CP-FD.cpy".
           COPY "AMORTIZACOES-FD.cpy".
           COPY "TRANSFERENCIAS-FD.cpy".
           COPY "SINISTROS-FD.cpy".
           COPY "NOTAS-CREDITO-FD.cpy".

       WORKING-STORAGE SECTION.
       77 WS-PEDIDOS-STATUS      PIC XX VALUES SPACES.
       77 WS-DANOS-STATUS        PIC XX VALUES SPACES.
       77 WS-AGUA-STATUS         PIC XX VALUES SPACES.
       77 WS-SAL-HIST-STATUS     PIC XX VALUES SPACES.
       77 WS-CP-STATUS           PIC XX VALUES SPACES.
       77 WS-SINISTROS-STATUS    PIC XX VALUES SPACES.
       COPY "AMORTIZACOES-WS.cpy".
       COPY "TRANSFERENCIAS-WS.cpy".
       COPY "NOTAS-CREDITO-WS.cpy".
       77 WS-PERIODO             PIC 9(06) VALUES 0.
       77 WS-PERIODO-REG         PIC 9(06) VALUES 0.
       01 WS-DATA-PEDIDO.
       77 WS-REC-PIZZARIA        PIC 9(09)V99 VALUES 0.
       77 WS-CUSTO-COMPRAS       PIC 9(09)V99 VALUES 0.
       77 WS-REC-ALUGUER         PIC 9(09)V99 VALUES 0.
       77 WS-REC-INTERNO         PIC 9(09)V99 VALUES 0.
       77 WS-CUSTO-INTERNO-PIZ   PIC 9(09)V99 VALUES 0.
       77 WS-CUSTO-INTERNO-AGA   PIC 9(09)V99 VALUES 0.
       77 WS-CUSTO-DANOS         PIC 9(09)V99 VALUES 0.
       77 WS-RECUPERADO-SEGUROS  PIC 9(09)V99 VALUES 0.
       77 WS-CUSTO-COMISSOES     PIC 9(09)V99 VALUES 0.
       77 WS-CUSTO-AMORTIZACOES  PIC 9(09)V99 VALUES 0.
       77 WS-CUSTO-TRANSFERENCIAS PIC 9(09)V99 VALUES 0.
       77 WS-RES-ABATES          PIC S9(09)V99 VALUES 0.
       77 WS-REC-AGUA            PIC 9(09)V99 VALUES 0.
       77 WS-NC-PIZZARIA         PIC 9(09)V99 VALUES 0.
       77 WS-NC-ALUGUER          PIC 9(09)V99 VALUES 0.
       77 WS-NC-AGUA             PIC 9(09)V99 VALUES 0.
       77 WS-SAL-PIZZARIA        PIC 9(09)V99 VALUES 0.
       77 WS-SAL-ALUGUER         PIC 9(09)V99 VALUES 0.
       77 WS-SAL-AGUA            PIC 9(09)V99 VALUES 0.
       77 WS-SAL-OUTROS          PIC 9(09)V99 VALUES 0.
       77 WS-CUSTO-SALARIO       PIC 9(07)V99 VALUES 0.
       77 WS-RES-PIZZARIA        PIC S9(09)V99 VALUES 0.
       77 WS-RES-ALUGUER         PIC S9(09)V99 VALUES 0.
       77 WS-RES-AGUA            PIC S9(09)V99 VALUES 0.
           PERFORM APURAR-COMPRAS.
           PERFORM APURAR-ALUGUER.
           PERFORM APURAR-DANOS.
           PERFORM APURAR-SINISTROS.
           PERFORM APURAR-COMISSOES.
           PERFORM APURAR-AMORTIZACOES.
           PERFORM APURAR-TRANSFERENCIAS.
           PERFORM APURAR-AGUA.
           PERFORM APURAR-NOTAS-CREDITO.
           PERFORM APURAR-SALARIOS.
           PERFORM IMPRIMIR-RESULTADO.
           STOP RUN.
                               GIVING WS-PERIODO-REG
                           IF (WS-PERIODO-REG = WS-PERIODO) THEN
                               ADD ALG-RECEITA TO WS-REC-ALUGUER
                               EVALUATE ALG-INTERNO
                                   WHEN "PIZ"
                                       ADD ALG-RECEITA TO
                                           WS-REC-INTERNO
                                           WS-CUSTO-INTERNO-PIZ
                                   WHEN "AGA"
                                       ADD ALG-RECEITA TO
                                           WS-REC-INTERNO
                                           WS-CUSTO-INTERNO-AGA
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-DANOS
           END-IF.

      * O que a seguradora paga numa participacao abate ao custo das
      * reparacoes no mes em que a participacao passou a paga.
       APURAR-SINISTROS.
           OPEN INPUT FICHEIRO-SINISTROS.
           IF (WS-SINISTROS-STATUS = "00") THEN
               PERFORM UNTIL WS-SINISTROS-STATUS = "10"
                   READ FICHEIRO-SINISTROS
                       AT END MOVE "10" TO WS-SINISTROS-STATUS
                       NOT AT END
                           DIVIDE SIN-DATA-ESTADO BY 100
                               GIVING WS-PERIODO-REG
                           IF (WS-PERIODO-REG = WS-PERIODO) AND
                              (SIN-ESTADO = "P") THEN
                               ADD SIN-VALOR-RECEBIDO TO
                                   WS-RECUPERADO-SEGUROS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-SINISTROS
           END-IF.

      * As comissoes de corretores entram pelo periodo do extrato
      * gravado na referencia da fatura (AAAAMM + codigo), que e o
      * mes dos alugueres que as originaram.
       APURAR-COMISSOES.
           OPEN INPUT FICHEIRO-CP.
           IF (WS-CP-STATUS = "00") THEN
               PERFORM UNTIL WS-CP-STATUS = "10"
                   READ FICHEIRO-CP
                       AT END MOVE "10" TO WS-CP-STATUS
                       NOT AT END
                           IF (FCP-ORIGEM = "M") AND
                              (FCP-REF-ORIGEM(1:6) = WS-PERIODO) THEN
                               ADD FCP-VALOR TO WS-CUSTO-COMISSOES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CP
           END-IF.

      * Quotas de amortizacao do mes (tipo A) e resultado dos abates
      * vendidos no mes (tipo V: preco de venda menos valor
      * contabilistico).
       APURAR-AMORTIZACOES.
           OPEN INPUT FICHEIRO-AMORTIZACOES.
           IF (WS-AMORTIZACOES-STATUS = "00") THEN
               PERFORM UNTIL WS-AMORTIZACOES-STATUS = "10"
                   READ FICHEIRO-AMORTIZACOES
                       AT END MOVE "10" TO WS-AMORTIZACOES-STATUS
                       NOT AT END
                           IF (AMR-PERIODO = WS-PERIODO) THEN
                               IF (AMR-TIPO = "A") THEN
                                   ADD AMR-VALOR TO
                                       WS-CUSTO-AMORTIZACOES
                               END-IF
                               IF (AMR-TIPO = "V") THEN
                                   COMPUTE WS-RES-ABATES =
                                       WS-RES-ABATES + AMR-VALOR -
                                       AMR-VALOR-LIQUIDO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AMORTIZACOES
           END-IF.

      * Custo das deslocacoes de viaturas entre filiais, pelo mes em
      * que a chegada ao destino foi confirmada.
       APURAR-TRANSFERENCIAS.
           OPEN INPUT FICHEIRO-TRANSFERENCIAS.
           IF (WS-TRANSFERENCIAS-STATUS = "00") THEN
               PERFORM UNTIL WS-TRANSFERENCIAS-STATUS = "10"
                   READ FICHEIRO-TRANSFERENCIAS
                       AT END MOVE "10" TO WS-TRANSFERENCIAS-STATUS
                       NOT AT END
                           DIVIDE TRF-DATA-CHEGADA BY 100
                               GIVING WS-PERIODO-REG
                           IF (TRF-ESTADO = "C") AND
                              (WS-PERIODO-REG = WS-PERIODO) THEN
                               ADD TRF-CUSTO TO WS-CUSTO-TRANSFERENCIAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-TRANSFERENCIAS
           END-IF.

       APURAR-AGUA.
           OPEN INPUT FICHEIRO-AGUA.
           IF (WS-AGUA-STATUS = "00") THEN
               CLOSE FICHEIRO-AGUA
           END-IF.

      * Notas de credito emitidas no mes, pelo total (a receita aqui
      * e com IVA), separadas pelo negocio da serie.
       APURAR-NOTAS-CREDITO.
           OPEN INPUT FICHEIRO-NOTAS-CREDITO.
           IF (WS-NOTAS-CREDITO-STATUS = "00") THEN
               PERFORM UNTIL WS-NOTAS-CREDITO-STATUS = "10"
                   READ FICHEIRO-NOTAS-CREDITO
                       AT END MOVE "10" TO WS-NOTAS-CREDITO-STATUS
                       NOT AT END
                           DIVIDE NC-DATA BY 100
                               GIVING WS-PERIODO-REG
                           IF (WS-PERIODO-REG = WS-PERIODO) THEN
                               EVALUATE NC-SERIE
                                   WHEN "NPZ"
                                       ADD NC-TOTAL TO WS-NC-PIZZARIA
                                   WHEN "NAL"
                                       ADD NC-TOTAL TO WS-NC-ALUGUER
                                   WHEN "NAG"
                                       ADD NC-TOTAL TO WS-NC-AGUA
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-NOTAS-CREDITO
           END-IF.

      * O custo salarial de cada negocio sai do historico mensal,
      * repartido pelo departamento do empregado. As gorjetas saem do
      * fundo dos clientes e nao sao custo; nas linhas D de despesas
      * de deslocacao o custo e a parte isenta (a tributavel ja vai no
      * iliquido da linha do mes).
       APURAR-SALARIOS.
           OPEN INPUT FICHEIRO-SALARIOS-HIST.
           IF (WS-SAL-HIST-STATUS = "00") THEN
                       AT END MOVE "10" TO WS-SAL-HIST-STATUS
                       NOT AT END
                           IF (SAL-PERIODO = WS-PERIODO) THEN
                               IF (SAL-TIPO = "D") THEN
                                   MOVE SAL-BASE TO WS-CUSTO-SALARIO
                               ELSE
                                   MOVE SAL-ILIQUIDO TO WS-CUSTO-SALARIO
                                   IF (SAL-GORJETAS IS NUMERIC) THEN
                                       SUBTRACT SAL-GORJETAS FROM
                                           WS-CUSTO-SALARIO
                                   END-IF
                               END-IF
                               EVALUATE SAL-DEPARTAMENTO
                                   WHEN "PIZZARIA"
                                       ADD WS-CUSTO-SALARIO TO
                                           WS-SAL-PIZZARIA
                                   WHEN "PIZARIA"
                                       ADD WS-CUSTO-SALARIO TO
                                           WS-SAL-PIZZARIA
                                   WHEN "ALUGUER"
                                       ADD WS-CUSTO-SALARIO TO
                                           WS-SAL-ALUGUER
                                   WHEN "FROTA"
                                       ADD WS-CUSTO-SALARIO TO
                                           WS-SAL-ALUGUER
                                   WHEN "AGUA"
                                       ADD WS-CUSTO-SALARIO TO
                                           WS-SAL-AGUA
                                   WHEN OTHER
                                       ADD WS-CUSTO-SALARIO TO
                                           WS-SAL-OUTROS
                               END-EVALUATE
                           END-IF

       IMPRIMIR-RESULTADO.
           COMPUTE WS-RES-PIZZARIA = WS-REC-PIZZARIA -
               WS-NC-PIZZARIA - WS-CUSTO-COMPRAS - WS-SAL-PIZZARIA -
               WS-CUSTO-INTERNO-PIZ.
           COMPUTE WS-RES-ALUGUER = WS-REC-ALUGUER -
               WS-NC-ALUGUER - WS-CUSTO-DANOS + WS-RECUPERADO-SEGUROS -
               WS-CUSTO-COMISSOES - WS-SAL-ALUGUER -
               WS-CUSTO-AMORTIZACOES + WS-RES-ABATES -
               WS-CUSTO-TRANSFERENCIAS.
           COMPUTE WS-RES-AGUA = WS-REC-AGUA - WS-NC-AGUA -
               WS-SAL-AGUA - WS-CUSTO-INTERNO-AGA.
           COMPUTE WS-RES-GLOBAL = WS-RES-PIZZARIA +
               WS-RES-ALUGUER + WS-RES-AGUA - WS-SAL-OUTROS.
           DISPLAY "--- PIZZARIA ---".
           MOVE WS-REC-PIZZARIA TO WS-FORMAT.
           DISPLAY "RECEITA:             " WS-FORMAT.
           MOVE WS-NC-PIZZARIA TO WS-FORMAT.
           DISPLAY "NOTAS DE CREDITO:    " WS-FORMAT.
           MOVE WS-CUSTO-COMPRAS TO WS-FORMAT.
           DISPLAY "COMPRAS INGREDIENTES:" WS-FORMAT.
           MOVE WS-CUSTO-INTERNO-PIZ TO WS-FORMAT.
           DISPLAY "USO INTERNO FROTA:   " WS-FORMAT.
           MOVE WS-SAL-PIZZARIA TO WS-FORMAT.
           DISPLAY "CUSTO SALARIAL:      " WS-FORMAT.
           MOVE WS-RES-PIZZARIA TO WS-FORMAT.
           DISPLAY "--- ALUGUER DE FROTA ---".
           MOVE WS-REC-ALUGUER TO WS-FORMAT.
           DISPLAY "RECEITA:             " WS-FORMAT.
           MOVE WS-REC-INTERNO TO WS-FORMAT.
           DISPLAY " DA QUAL USO INTERNO:" WS-FORMAT.
           MOVE WS-NC-ALUGUER TO WS-FORMAT.
           DISPLAY "NOTAS DE CREDITO:    " WS-FORMAT.
           MOVE WS-CUSTO-DANOS TO WS-FORMAT.
           DISPLAY "REPARACOES DE DANOS: " WS-FORMAT.
           MOVE WS-RECUPERADO-SEGUROS TO WS-FORMAT.
           DISPLAY " RECUPERADO SEGUROS: " WS-FORMAT.
           MOVE WS-CUSTO-COMISSOES TO WS-FORMAT.
           DISPLAY "COMISSOES CORRETORES:" WS-FORMAT.
           MOVE WS-CUSTO-AMORTIZACOES TO WS-FORMAT.
           DISPLAY "AMORTIZACOES FROTA:  " WS-FORMAT.
           MOVE WS-RES-ABATES TO WS-FORMAT.
           DISPLAY "MAIS/MENOS-VALIAS:   " WS-FORMAT.
           MOVE WS-CUSTO-TRANSFERENCIAS TO WS-FORMAT.
           DISPLAY "TRANSFERENCIAS FROTA:" WS-FORMAT.
           MOVE WS-SAL-ALUGUER TO WS-FORMAT.
           DISPLAY "CUSTO SALARIAL:      " WS-FORMAT.
           MOVE WS-RES-ALUGUER TO WS-FORMAT.
           DISPLAY "--- AGUA ---".
           MOVE WS-REC-AGUA TO WS-FORMAT.
           DISPLAY "RECEITA:             " WS-FORMAT.
           MOVE WS-NC-AGUA TO WS-FORMAT.
           DISPLAY "NOTAS DE CREDITO:    " WS-FORMAT.
           MOVE WS-CUSTO-INTERNO-AGA TO WS-FORMAT.
           DISPLAY "USO INTERNO FROTA:   " WS-FORMAT.
           MOVE WS-SAL-AGUA TO WS-FORMAT.
           DISPLAY "CUSTO SALARIAL:      " WS-FORMAT.
           MOVE WS-RES-AGUA TO WS-FORMAT.
