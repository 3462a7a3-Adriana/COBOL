      *          PAGAMENTOS-FORNECEDORES.TXT com cabecalho e totais
      *          de controlo no molde do ficheiro SEPA dos salarios e
      *          marcando cada fatura como paga com data e referencia.
      *          As faturas de compras sao conferidas com a encomenda
      *          (ENCOMENDAS-FORN.DAT) e com o que foi recebido; se
      *          nao baterem ficam retidas fora do lote de pagamentos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FORNECEDORES-CP-SELECT.cpy".
           SELECT PAGAMENTOS-FORN ASSIGN TO
               "PAGAMENTOS-FORNECEDORES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "ENCOMENDAS-FORN-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "FORNECEDORES-CP-FD.cpy".

       FD  PAGAMENTOS-FORN.
       01  PAG-FORN-LINHA         PIC X(70).

       COPY "ENCOMENDAS-FORN-FD.cpy".

       WORKING-STORAGE SECTION.
       77 WS-CP-STATUS           PIC XX VALUES SPACES.
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 5.
       77 IDX-CP                 PIC 9(03) VALUES 0.
       77 WS-NUM-CP              PIC 9(03) VALUES 0.
       77 WS-HOJE                PIC 9(08) VALUES 0.
               10 CP-T-PAGA       PIC X(01).
               10 CP-T-DATA-PAGA  PIC 9(08).
               10 CP-T-REF-PAGA   PIC X(10).
      * Retida: S = fatura nao bate com a encomenda/rececao e nao
      * entra na corrida de pagamentos; L = libertada depois de
      * conferida a mao.
               10 CP-T-ENCOMENDA  PIC 9(06).
               10 CP-T-RETIDA     PIC X(01).
               10 CP-T-MOTIVO-RETENCAO PIC X(30).
       COPY "ENCOMENDAS-FORN-WS.cpy".
       77 WS-ENC-ACHADA          PIC 9(03) VALUES 0.
       77 WS-QTD-FATURADA        PIC 9(04) VALUES 0.
       77 WS-PRECO-FATURADO      PIC 9(04)V99 VALUES 0.
       77 WS-TOTAL-LINHAS        PIC 9(07)V99 VALUES 0.
       77 WS-RETIDAS-LOTE        PIC 9(03) VALUES 0.
       77 WS-FATURA-PROCURA      PIC X(12) VALUES SPACES.
       77 WS-FORNECEDOR-PROCURA  PIC X(20) VALUES SPACES.
       77 WS-FORMAT-PRECO        PIC Z(3)9.99.
       77 WS-CP-ACHADA           PIC 9(03) VALUES 0.
       77 WS-MOTIVO              PIC X(30) VALUES SPACES.
       COPY "INGREDIENTES-WS.cpy".

       PROCEDURE DIVISION.
       MENU-CP.
           DISPLAY "2 - ANTIGUIDADE DOS SALDOS".
           DISPLAY "3 - CORRIDA DE PAGAMENTOS".
           DISPLAY "4 - LISTAR FATURAS".
           DISPLAY "5 - LIBERTAR FATURA RETIDA".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
               WHEN 3 PERFORM CORRIDA-PAGAMENTOS
                   THRU FIM-CORRIDA-PAGAMENTOS
               WHEN 4 PERFORM LISTAR-FATURAS
               WHEN 5 PERFORM LIBERTAR-FATURA THRU FIM-LIBERTAR-FATURA
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-CP.
      * A fatura liga-se ao movimento que a originou: C aponta para a
      * compra de ingredientes (COMPRAS.DAT, pela data), D para a
      * reparacao de um dano (DANOS.DAT, pelo contrato) e O para
      * despesas sem registo de origem. Uma fatura de compra indica
      * ainda a encomenda, para a conferencia com o que foi recebido.
       REGISTAR-FATURA-FORN.
           IF (WS-NUM-CP >= 300) THEN
               DISPLAY "LIVRO DE CONTAS A PAGAR CHEIO!"
               MOVE "N" TO CP-T-PAGA(WS-NUM-CP)
               MOVE 0 TO CP-T-DATA-PAGA(WS-NUM-CP)
               MOVE SPACES TO CP-T-REF-PAGA(WS-NUM-CP)
               MOVE 0 TO CP-T-ENCOMENDA(WS-NUM-CP)
               MOVE "N" TO CP-T-RETIDA(WS-NUM-CP)
               MOVE SPACES TO CP-T-MOTIVO-RETENCAO(WS-NUM-CP)
               IF (CP-T-ORIGEM(WS-NUM-CP) = "C") THEN
                   PERFORM CONFERIR-FATURA-COMPRA
                       THRU FIM-CONFERIR-FATURA-COMPRA
               END-IF
               PERFORM GRAVAR-CP
               DISPLAY "FATURA REGISTADA NO LIVRO."
               IF (CP-T-RETIDA(WS-NUM-CP) = "S") THEN
                   DISPLAY "FATURA RETIDA - NAO ENTRA NA CORRIDA DE"
                       " PAGAMENTOS: " CP-T-MOTIVO-RETENCAO(WS-NUM-CP)
               END-IF
           END-IF.

      * Conferencia a tres: para cada linha da encomenda compara o
      * faturado com o encomendado, com o recebido em T04-COMPRAS e
      * com o preco acordado. Qualquer diferenca retem a fatura; o
      * primeiro motivo encontrado fica registado na fatura.
       CONFERIR-FATURA-COMPRA.
           PERFORM CARREGAR-ENCOMENDAS-FORN.
           DISPLAY "N. DA ENCOMENDA (0 = SEM ENCOMENDA): "
               WITH NO ADVANCING.
           ACCEPT CP-T-ENCOMENDA(WS-NUM-CP).
           IF (CP-T-ENCOMENDA(WS-NUM-CP) = 0) THEN
               MOVE "COMPRA SEM ENCOMENDA" TO WS-MOTIVO
               PERFORM RETER-FATURA
               GO FIM-CONFERIR-FATURA-COMPRA
           END-IF.
           MOVE 0 TO WS-ENC-ACHADA.
           MOVE 0 TO WS-TOTAL-LINHAS.
           PERFORM VARYING IDX-EFO FROM 1 BY 1
               UNTIL IDX-EFO > WS-NUM-EFO
               IF (EFO-T-NUMERO(IDX-EFO) = CP-T-ENCOMENDA(WS-NUM-CP))
                  AND (EFO-T-FORNECEDOR(IDX-EFO) =
                       CP-T-FORNECEDOR(WS-NUM-CP)) THEN
                   ADD 1 TO WS-ENC-ACHADA
                   PERFORM CONFERIR-LINHA-FATURA
               END-IF
           END-PERFORM.
           IF (WS-ENC-ACHADA = 0) THEN
               MOVE "ENCOMENDA INEXISTENTE" TO WS-MOTIVO
               PERFORM RETER-FATURA
               GO FIM-CONFERIR-FATURA-COMPRA
           END-IF.
           PERFORM GRAVAR-ENCOMENDAS-FORN.
           MOVE WS-TOTAL-LINHAS TO WS-FORMAT.
           DISPLAY "TOTAL DAS LINHAS FATURADAS (SEM IVA): " WS-FORMAT.
           IF (CP-T-VALOR(WS-NUM-CP) < WS-TOTAL-LINHAS) THEN
               MOVE "VALOR ABAIXO DAS LINHAS" TO WS-MOTIVO
               PERFORM RETER-FATURA
           END-IF.
       FIM-CONFERIR-FATURA-COMPRA.
           EXIT.

       CONFERIR-LINHA-FATURA.
           MOVE EFO-T-PRECO-UNIT(IDX-EFO) TO WS-FORMAT-PRECO.
           DISPLAY "LINHA " EFO-T-LINHA(IDX-EFO) " "
               NOME-ING(EFO-T-INGREDIENTE(IDX-EFO))
               " ENC: " EFO-T-QTD-ENCOMENDADA(IDX-EFO)
               " REC: " EFO-T-QTD-RECEBIDA(IDX-EFO)
               " JA FAT: " EFO-T-QTD-FATURADA(IDX-EFO)
               " PRECO: " WS-FORMAT-PRECO.
           DISPLAY "  QUANTIDADE FATURADA: " WITH NO ADVANCING.
           ACCEPT WS-QTD-FATURADA.
           IF (WS-QTD-FATURADA = 0) THEN
               MOVE 0 TO WS-PRECO-FATURADO
           ELSE
               DISPLAY "  PRECO UNITARIO FATURADO: " WITH NO ADVANCING
               ACCEPT WS-PRECO-FATURADO
           END-IF.
           COMPUTE WS-TOTAL-LINHAS = WS-TOTAL-LINHAS +
               (WS-QTD-FATURADA * WS-PRECO-FATURADO).
           ADD WS-QTD-FATURADA TO EFO-T-QTD-FATURADA(IDX-EFO).
           IF (EFO-T-QTD-FATURADA(IDX-EFO) >
               EFO-T-QTD-RECEBIDA(IDX-EFO)) THEN
               MOVE SPACES TO WS-MOTIVO
               STRING NOME-ING(EFO-T-INGREDIENTE(IDX-EFO))
                   DELIMITED BY SPACE
                   ": FATURADO > RECEBIDO" DELIMITED BY SIZE
                   INTO WS-MOTIVO
               PERFORM RETER-FATURA
           END-IF.
           IF (EFO-T-QTD-FATURADA(IDX-EFO) >
               EFO-T-QTD-ENCOMENDADA(IDX-EFO)) THEN
               MOVE SPACES TO WS-MOTIVO
               STRING NOME-ING(EFO-T-INGREDIENTE(IDX-EFO))
                   DELIMITED BY SPACE
                   ": FAT. > ENCOMENDADO" DELIMITED BY SIZE
                   INTO WS-MOTIVO
               PERFORM RETER-FATURA
           END-IF.
           IF (WS-QTD-FATURADA > 0) AND
              (WS-PRECO-FATURADO NOT = EFO-T-PRECO-UNIT(IDX-EFO)) THEN
               MOVE SPACES TO WS-MOTIVO
               STRING NOME-ING(EFO-T-INGREDIENTE(IDX-EFO))
                   DELIMITED BY SPACE
                   ": PRECO <> ACORDADO" DELIMITED BY SIZE
                   INTO WS-MOTIVO
               PERFORM RETER-FATURA
           END-IF.

       RETER-FATURA.
           DISPLAY "*** " WS-MOTIVO " ***".
           IF (CP-T-RETIDA(WS-NUM-CP) NOT = "S") THEN
               MOVE "S" TO CP-T-RETIDA(WS-NUM-CP)
               MOVE WS-MOTIVO TO CP-T-MOTIVO-RETENCAO(WS-NUM-CP)
           END-IF.

      * Antiguidade pela data de vencimento, nos mesmos escaloes do
           ACCEPT WS-DATA-LIMITE.
           MOVE 0 TO WS-CONTAGEM-LOTE.
           MOVE 0 TO WS-SOMA-LOTE.
           MOVE 0 TO WS-RETIDAS-LOTE.
           PERFORM VARYING IDX-CP FROM 1 BY 1
               UNTIL IDX-CP > WS-NUM-CP
               IF (CP-T-PAGA(IDX-CP) NOT = "S") AND
                  (CP-T-VENCIMENTO(IDX-CP) <= WS-DATA-LIMITE) THEN
                   IF (CP-T-RETIDA(IDX-CP) = "S") THEN
                       ADD 1 TO WS-RETIDAS-LOTE
                       DISPLAY "RETIDA: " CP-T-FORNECEDOR(IDX-CP) " "
                           CP-T-FATURA(IDX-CP) " "
                           CP-T-MOTIVO-RETENCAO(IDX-CP)
                   ELSE
                       ADD 1 TO WS-CONTAGEM-LOTE
                       ADD CP-T-VALOR(IDX-CP) TO WS-SOMA-LOTE
                   END-IF
               END-IF
           END-PERFORM.
           IF (WS-RETIDAS-LOTE > 0) THEN
               DISPLAY WS-RETIDAS-LOTE " FATURAS RETIDAS FICAM FORA"
                   " DO LOTE."
           END-IF.
           IF (WS-CONTAGEM-LOTE = 0) THEN
               DISPLAY "SEM FATURAS VENCIDAS ATE ESSA DATA."
               GO FIM-CORRIDA-PAGAMENTOS
           PERFORM VARYING IDX-CP FROM 1 BY 1
               UNTIL IDX-CP > WS-NUM-CP
               IF (CP-T-PAGA(IDX-CP) NOT = "S") AND
                  (CP-T-VENCIMENTO(IDX-CP) <= WS-DATA-LIMITE) AND
                  (CP-T-RETIDA(IDX-CP) NOT = "S") THEN
                   PERFORM PAGAR-FATURA
               END-IF
           END-PERFORM.

       LISTAR-FATURAS.
           DISPLAY "FORNECEDOR            FATURA        VENC."
               "     PG  RT  VALOR".
           PERFORM VARYING IDX-CP FROM 1 BY 1
               UNTIL IDX-CP > WS-NUM-CP
               MOVE CP-T-VALOR(IDX-CP) TO WS-FORMAT
               DISPLAY CP-T-FORNECEDOR(IDX-CP) "  "
                   CP-T-FATURA(IDX-CP) "  "
                   CP-T-VENCIMENTO(IDX-CP) "  "
                   CP-T-PAGA(IDX-CP) "   " CP-T-RETIDA(IDX-CP)
                   "  " WS-FORMAT
           END-PERFORM.
           DISPLAY "FATURAS NO LIVRO: " WS-NUM-CP.

      * Depois de resolvida a diferenca com o fornecedor (nota de
      * credito, entrega em falta que chegou), a fatura retida e
      * libertada a mao e volta a entrar na corrida de pagamentos.
       LIBERTAR-FATURA.
           MOVE 0 TO WS-RETIDAS-LOTE.
           PERFORM VARYING IDX-CP FROM 1 BY 1
               UNTIL IDX-CP > WS-NUM-CP
               IF (CP-T-RETIDA(IDX-CP) = "S") AND
                  (CP-T-PAGA(IDX-CP) NOT = "S") THEN
                   ADD 1 TO WS-RETIDAS-LOTE
                   MOVE CP-T-VALOR(IDX-CP) TO WS-FORMAT
                   DISPLAY CP-T-FORNECEDOR(IDX-CP) "  "
                       CP-T-FATURA(IDX-CP) "  " WS-FORMAT "  "
                       CP-T-MOTIVO-RETENCAO(IDX-CP)
               END-IF
           END-PERFORM.
           IF (WS-RETIDAS-LOTE = 0) THEN
               DISPLAY "NENHUMA FATURA RETIDA."
               GO FIM-LIBERTAR-FATURA
           END-IF.
           DISPLAY "FORNECEDOR: " WITH NO ADVANCING.
           ACCEPT WS-FORNECEDOR-PROCURA.
           DISPLAY "N. DA FATURA DO FORNECEDOR: " WITH NO ADVANCING.
           ACCEPT WS-FATURA-PROCURA.
           MOVE 0 TO WS-CP-ACHADA.
           PERFORM VARYING IDX-CP FROM 1 BY 1
               UNTIL IDX-CP > WS-NUM-CP
               IF (CP-T-FORNECEDOR(IDX-CP) = WS-FORNECEDOR-PROCURA) AND
                  (CP-T-FATURA(IDX-CP) = WS-FATURA-PROCURA) AND
                  (CP-T-RETIDA(IDX-CP) = "S") THEN
                   MOVE IDX-CP TO WS-CP-ACHADA
               END-IF
           END-PERFORM.
           IF (WS-CP-ACHADA = 0) THEN
               DISPLAY "FATURA RETIDA NAO ENCONTRADA."
               GO FIM-LIBERTAR-FATURA
           END-IF.
           DISPLAY "MOTIVO: " CP-T-MOTIVO-RETENCAO(WS-CP-ACHADA).
           DISPLAY "LIBERTAR PARA PAGAMENTO? (S/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONTINUAR.
           IF (FUNCTION UPPER-CASE(WS-CONTINUAR) = "S") THEN
               MOVE "L" TO CP-T-RETIDA(WS-CP-ACHADA)
               PERFORM GRAVAR-CP
               DISPLAY "FATURA LIBERTADA."
           END-IF.
       FIM-LIBERTAR-FATURA.
           EXIT.

       CARREGAR-CP.
           MOVE 0 TO WS-NUM-CP.
           MOVE SPACES TO WS-CP-STATUS.
           END-PERFORM.
           CLOSE FICHEIRO-CP.

       COPY "ENCOMENDAS-FORN-PROC.cpy".

       END PROGRAM CONTAS-PAGAR.
