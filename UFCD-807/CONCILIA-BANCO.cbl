      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conciliacao da conta bancaria comum aos negocios -
      *          importa o extrato do banco (EXTRATO-BANCO.DAT) para
      *          MOVIMENTOS-BANCO.DAT, sem repetir linhas ja
      *          importadas, e concilia cada linha do banco com o
      *          movimento que os livros esperavam: lotes de salarios
      *          (SEPA-LOTES.DAT), lotes de pagamento a fornecedores
      *          (FORNECEDORES-CP.DAT), cobrancas e devolucoes dos
      *          debitos diretos da agua (DEBITOS-AGUA.DAT),
      *          pagamentos por referencia MB (PAGAMENTOS-MB.DAT),
      *          liquidacoes de cartao dos alugueres (ALUGUERES.DAT)
      *          e depositos e terminais da pizzaria
      *          (DEPOSITOS-CAIXA.DAT, do fecho de caixa).
      *          A conciliacao automatica liga linhas do mesmo sentido
      *          e valor com data do banco ate 5 dias depois da data
      *          dos livros (60 dias nas devolucoes de debitos
      *          diretos); o resto liga-se ou explica-se a mao. O
      *          relatorio CONCILIACAO-BANCO.TXT mostra o saldo do
      *          banco, o saldo dos livros e a diferenca.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-BANCO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-EXTRATO ASSIGN TO "EXTRATO-BANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATO-STATUS.
           COPY "MOVIMENTOS-BANCO-SELECT.cpy".
           COPY "SEPA-LOTES-SELECT.cpy".
           COPY "FORNECEDORES-CP-SELECT.cpy".
           SELECT FICHEIRO-DEBITOS ASSIGN TO "DEBITOS-AGUA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEBITOS-STATUS.
           SELECT FICHEIRO-PAG-MB ASSIGN TO "PAGAMENTOS-MB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAG-MB-STATUS.
           COPY "ALUGUERES-SELECT.cpy".
           COPY "DEPOSITOS-CAIXA-SELECT.cpy".
           SELECT CONCILIACAO-BANCO ASSIGN TO "CONCILIACAO-BANCO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "ERRO-LOG-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
      * Extrato recebido do banco, por ordem cronologica. Tipo D =
      * debito, C = credito; saldo depois do movimento, com sinal.
       FD  FICHEIRO-EXTRATO.
       01  REG-EXTRATO.
           05 EXB-DATA            PIC 9(08).
           05 EXB-DESCRITIVO      PIC X(30).
           05 EXB-TIPO            PIC X(01).
           05 EXB-VALOR           PIC 9(09)V99.
           05 EXB-SINAL-SALDO     PIC X(01).
           05 EXB-SALDO           PIC 9(09)V99.

           COPY "MOVIMENTOS-BANCO-FD.cpy".
           COPY "SEPA-LOTES-FD.cpy".
           COPY "FORNECEDORES-CP-FD.cpy".

       FD  FICHEIRO-DEBITOS.
       01  REG-DEBITO.
           05 DEB-CONTA           PIC X(10).
           05 DEB-PERIODO         PIC 9(06).
           05 DEB-IBAN            PIC X(25).
           05 DEB-VALOR           PIC 9(06)V99.
           05 DEB-DATA            PIC 9(08).
           05 DEB-ESTADO          PIC X(01).

       FD  FICHEIRO-PAG-MB.
       01  REG-PAG-MB.
           05 PMB-REFERENCIA      PIC 9(09).
           05 PMB-DATA            PIC 9(08).
           05 PMB-VALOR           PIC 9(06)V99.

           COPY "ALUGUERES-FD.cpy".
           COPY "DEPOSITOS-CAIXA-FD.cpy".

       FD  CONCILIACAO-BANCO.
       01  CONCILIACAO-LINHA      PIC X(100).

           COPY "ERRO-LOG-FD.cpy".
           COPY "OPERADOR-SESSAO-FD.cpy".

       WORKING-STORAGE SECTION.
       77 WS-EXTRATO-STATUS      PIC XX VALUES SPACES.
       77 WS-MOV-BANCO-STATUS    PIC XX VALUES SPACES.
       77 WS-SEPA-LOTES-STATUS   PIC XX VALUES SPACES.
       77 WS-CP-STATUS           PIC XX VALUES SPACES.
       77 WS-DEBITOS-STATUS      PIC XX VALUES SPACES.
       77 WS-PAG-MB-STATUS       PIC XX VALUES SPACES.
       77 WS-ALUGUERES-STATUS    PIC XX VALUES SPACES.
       77 WS-DEPOSITOS-STATUS    PIC XX VALUES SPACES.
       COPY "ERRO-LOG-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 4.
      * Movimentos do banco ja importados (MOVIMENTOS-BANCO.DAT).
       77 WS-NUM-MOV             PIC 9(05) VALUES 0.
       77 IDX-MOV                PIC 9(05) VALUES 0.
       77 WS-MOV-TRUNCADA        PIC A VALUES "N".
       77 WS-ULTIMO-NUMERO       PIC 9(06) VALUES 0.
       01 TABELA-MOVIMENTOS.
           05 MOV-ITEM OCCURS 3000 TIMES.
               10 MOV-T-NUMERO      PIC 9(06).
               10 MOV-T-DATA        PIC 9(08).
               10 MOV-T-DESCRITIVO  PIC X(30).
               10 MOV-T-TIPO        PIC X(01).
               10 MOV-T-VALOR       PIC 9(09)V99.
               10 MOV-T-SINAL-SALDO PIC X(01).
               10 MOV-T-SALDO       PIC 9(09)V99.
               10 MOV-T-ESTADO      PIC X(01).
               10 MOV-T-CHAVE       PIC X(20).
               10 MOV-T-NOTA        PIC X(30).
               10 MOV-T-OPERADOR    PIC X(04).
      * Movimentos que os livros esperam ver no banco, refeitos a
      * cada execucao a partir dos ficheiros de origem. A chave e a
      * origem e a referencia; o movimento do banco ligado fica em
      * LIV-T-MOV (0 = ainda nao apareceu no banco).
       77 WS-NUM-LIV             PIC 9(05) VALUES 0.
       77 IDX-LIV                PIC 9(05) VALUES 0.
       77 WS-LIV-TRUNCADA        PIC A VALUES "N".
       77 WS-LIV-ACHADO          PIC 9(05) VALUES 0.
       01 TABELA-LIVROS.
           05 LIV-ITEM OCCURS 3000 TIMES.
               10 LIV-T-CHAVE       PIC X(20).
               10 LIV-T-DATA        PIC 9(08).
               10 LIV-T-TIPO        PIC X(01).
               10 LIV-T-VALOR       PIC 9(09)V99.
               10 LIV-T-MOV         PIC 9(06).
      * Movimento dos livros a acumular: S soma ao que ja existe com
      * a mesma chave, R repoe (o ultimo registo do dia e que vale).
       01 WS-CHAVE-LIVRO.
           05 WS-CHV-ORIGEM      PIC X(03).
           05 WS-CHV-REFERENCIA  PIC X(17).
       77 WS-NOVA-DATA           PIC 9(08) VALUES 0.
       77 WS-NOVO-TIPO           PIC X(01) VALUES SPACES.
       77 WS-NOVO-VALOR          PIC 9(09)V99 VALUES 0.
       77 WS-MODO-ITEM           PIC X(01) VALUES "S".
      * Importacao.
       77 WS-IMPORTADAS          PIC 9(05) VALUES 0.
       77 WS-REPETIDAS           PIC 9(05) VALUES 0.
       77 WS-REJEITADAS          PIC 9(05) VALUES 0.
       77 WS-QUEBRAS             PIC 9(05) VALUES 0.
       77 WS-REPETIDA            PIC A VALUES "N".
       77 WS-SALDO-ANTERIOR      PIC S9(09)V99 VALUES 0.
       77 WS-SALDO-CALCULADO     PIC S9(09)V99 VALUES 0.
       77 WS-SALDO-LIDO          PIC S9(09)V99 VALUES 0.
      * Conciliacao.
       77 WS-DIAS                PIC S9(05) VALUES 0.
       77 WS-MELHOR-DIAS         PIC S9(05) VALUES 0.
       77 WS-DIAS-MAXIMO         PIC 9(03) VALUES 5.
       77 WS-MELHOR-LIV          PIC 9(05) VALUES 0.
       77 WS-CONCILIADAS         PIC 9(05) VALUES 0.
       77 WS-POR-CONCILIAR       PIC 9(05) VALUES 0.
       77 WS-ALTERADOS           PIC 9(05) VALUES 0.
       77 WS-MOV-PEDIDO          PIC 9(06) VALUES 0.
       77 WS-MOV-ACHADO          PIC 9(05) VALUES 0.
       77 WS-LIV-PEDIDO          PIC 9(05) VALUES 0.
       77 WS-ACAO                PIC X(01) VALUES SPACES.
       77 WS-RESPOSTA            PIC X(01) VALUES SPACES.
       77 WS-NOTA                PIC X(30) VALUES SPACES.
      * Relatorio.
       77 WS-DATA-INICIAL        PIC 9(08) VALUES 0.
       77 WS-DATA-FINAL          PIC 9(08) VALUES 0.
       77 WS-VALOR-SINAL         PIC S9(09)V99 VALUES 0.
       77 WS-SALDO-ABERTURA      PIC S9(09)V99 VALUES 0.
       77 WS-SALDO-BANCO         PIC S9(09)V99 VALUES 0.
       77 WS-SALDO-LIVROS        PIC S9(09)V99 VALUES 0.
       77 WS-SOMA-LIGADOS        PIC S9(09)V99 VALUES 0.
       77 WS-SOMA-BANCO-ABERTO   PIC S9(09)V99 VALUES 0.
       77 WS-SOMA-LIVROS-ABERTO  PIC S9(09)V99 VALUES 0.
       77 WS-SOMA-EXPLICADOS     PIC S9(09)V99 VALUES 0.
       77 WS-BANCO-AJUSTADO      PIC S9(09)V99 VALUES 0.
       77 WS-LIVROS-AJUSTADO     PIC S9(09)V99 VALUES 0.
       77 WS-DIFERENCA           PIC S9(09)V99 VALUES 0.
       77 WS-QTD-LISTADOS        PIC 9(05) VALUES 0.
       77 WS-QTD-PERDIDAS        PIC 9(05) VALUES 0.
       77 WS-FORMAT              PIC Z(8)9.99.
       77 WS-FORMAT-SINAL        PIC -(9)9.99.
       77 WS-NUMERO-S            PIC Z(5)9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-OPERADOR-SESSAO.
           MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR.
           IF (WS-ERRO-OPERADOR = SPACES) THEN
               MOVE "LOTE" TO WS-ERRO-OPERADOR
           END-IF.
           MOVE "CONCILIA-BANCO" TO WS-ERRO-PROGRAMA.

       MENU-BANCO.
           DISPLAY "=== CONCILIACAO BANCARIA ===".
           DISPLAY "1 - IMPORTAR EXTRATO DO BANCO".
           DISPLAY "2 - CONCILIACAO AUTOMATICA".
           DISPLAY "3 - CONCILIACAO MANUAL".
           DISPLAY "4 - RELATORIO DE CONCILIACAO".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-BANCO
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM IMPORTAR-EXTRATO THRU FIM-IMPORTAR-EXTRATO
               WHEN 2
                   PERFORM CONCILIAR-AUTOMATICO
                       THRU FIM-CONCILIAR-AUTOMATICO
               WHEN 3
                   PERFORM CONCILIAR-MANUAL THRU FIM-CONCILIAR-MANUAL
               WHEN 4
                   PERFORM RELATORIO-CONCILIACAO
                       THRU FIM-RELATORIO-CONCILIACAO
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-BANCO.

      ******************************************************************
      * Importacao do extrato do banco
      ******************************************************************
      * Uma linha igual a outra ja importada (data, descritivo, valor
      * e saldo) e de um extrato que ja entrou e salta-se. O saldo de
      * cada linha tem de ser o da anterior mais o movimento - se nao
      * for, faltam linhas no extrato e fica registado em ERROS.LOG.
       IMPORTAR-EXTRATO.
           PERFORM CARREGAR-MOVIMENTOS.
           IF (WS-MOV-TRUNCADA = "S") THEN
               DISPLAY "MAIS DE 3000 MOVIMENTOS DO BANCO - "
                   "IMPORTACAO RECUSADA."
               GO FIM-IMPORTAR-EXTRATO
           END-IF.
           MOVE 0 TO WS-IMPORTADAS.
           MOVE 0 TO WS-REPETIDAS.
           MOVE 0 TO WS-REJEITADAS.
           MOVE 0 TO WS-QUEBRAS.
           MOVE SPACES TO WS-EXTRATO-STATUS.
           OPEN INPUT FICHEIRO-EXTRATO.
           IF (WS-EXTRATO-STATUS NOT = "00") THEN
               DISPLAY "SEM FICHEIRO EXTRATO-BANCO.DAT."
               CLOSE FICHEIRO-EXTRATO
               GO FIM-IMPORTAR-EXTRATO
           END-IF.
           PERFORM UNTIL WS-EXTRATO-STATUS = "10"
               READ FICHEIRO-EXTRATO
                   AT END MOVE "10" TO WS-EXTRATO-STATUS
                   NOT AT END PERFORM IMPORTAR-LINHA
                       THRU FIM-IMPORTAR-LINHA
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-EXTRATO.
           IF (WS-IMPORTADAS > 0) THEN
               PERFORM GRAVAR-MOVIMENTOS
           END-IF.
           DISPLAY "LINHAS IMPORTADAS:      " WS-IMPORTADAS.
           DISPLAY "LINHAS JA IMPORTADAS:   " WS-REPETIDAS.
           DISPLAY "LINHAS REJEITADAS:      " WS-REJEITADAS.
           DISPLAY "QUEBRAS DE SALDO:       " WS-QUEBRAS.
           IF (WS-REJEITADAS > 0) OR (WS-QUEBRAS > 0) THEN
               DISPLAY "VER CONSOLA DE ERROS (PROGRAMA CONCILIA-BANCO)."
           END-IF.

       FIM-IMPORTAR-EXTRATO.
           EXIT.

       IMPORTAR-LINHA.
           IF (EXB-DATA NOT NUMERIC) OR (EXB-VALOR NOT NUMERIC) OR
              (EXB-SALDO NOT NUMERIC) OR
              ((EXB-TIPO NOT = "D") AND (EXB-TIPO NOT = "C")) THEN
               ADD 1 TO WS-REJEITADAS
               MOVE SPACES TO WS-ERRO-MENSAGEM
               STRING "EXTRATO: LINHA INVALIDA " EXB-DESCRITIVO(1:15)
                   DELIMITED BY SIZE INTO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               GO FIM-IMPORTAR-LINHA
           END-IF.
           MOVE "N" TO WS-REPETIDA.
           PERFORM VARYING IDX-MOV FROM 1 BY 1
               UNTIL IDX-MOV > WS-NUM-MOV OR WS-REPETIDA = "S"
               IF (MOV-T-DATA(IDX-MOV) = EXB-DATA) AND
                  (MOV-T-DESCRITIVO(IDX-MOV) = EXB-DESCRITIVO) AND
                  (MOV-T-TIPO(IDX-MOV) = EXB-TIPO) AND
                  (MOV-T-VALOR(IDX-MOV) = EXB-VALOR) AND
                  (MOV-T-SINAL-SALDO(IDX-MOV) = EXB-SINAL-SALDO) AND
                  (MOV-T-SALDO(IDX-MOV) = EXB-SALDO) THEN
                   MOVE "S" TO WS-REPETIDA
               END-IF
           END-PERFORM.
           IF (WS-REPETIDA = "S") THEN
               ADD 1 TO WS-REPETIDAS
               GO FIM-IMPORTAR-LINHA
           END-IF.
           IF (WS-NUM-MOV >= 3000) THEN
               ADD 1 TO WS-REJEITADAS
               MOVE "EXTRATO: TABELA DE MOVIMENTOS CHEIA"
                   TO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               GO FIM-IMPORTAR-LINHA
           END-IF.
           IF (EXB-SINAL-SALDO = "-") THEN
               COMPUTE WS-SALDO-LIDO = 0 - EXB-SALDO
           ELSE
               MOVE EXB-SALDO TO WS-SALDO-LIDO
           END-IF.
           IF (WS-NUM-MOV > 0) THEN
               IF (MOV-T-SINAL-SALDO(WS-NUM-MOV) = "-") THEN
                   COMPUTE WS-SALDO-ANTERIOR =
                       0 - MOV-T-SALDO(WS-NUM-MOV)
               ELSE
                   MOVE MOV-T-SALDO(WS-NUM-MOV) TO WS-SALDO-ANTERIOR
               END-IF
               IF (EXB-TIPO = "C") THEN
                   COMPUTE WS-SALDO-CALCULADO =
                       WS-SALDO-ANTERIOR + EXB-VALOR
               ELSE
                   COMPUTE WS-SALDO-CALCULADO =
                       WS-SALDO-ANTERIOR - EXB-VALOR
               END-IF
               IF (WS-SALDO-CALCULADO NOT = WS-SALDO-LIDO) THEN
                   ADD 1 TO WS-QUEBRAS
                   MOVE SPACES TO WS-ERRO-MENSAGEM
                   STRING "EXTRATO: QUEBRA DE SALDO EM " EXB-DATA
                       DELIMITED BY SIZE INTO WS-ERRO-MENSAGEM
                   PERFORM REGISTAR-ERRO
               END-IF
           END-IF.
           ADD 1 TO WS-NUM-MOV.
           ADD 1 TO WS-ULTIMO-NUMERO.
           ADD 1 TO WS-IMPORTADAS.
           MOVE WS-ULTIMO-NUMERO TO MOV-T-NUMERO(WS-NUM-MOV).
           MOVE EXB-DATA TO MOV-T-DATA(WS-NUM-MOV).
           MOVE EXB-DESCRITIVO TO MOV-T-DESCRITIVO(WS-NUM-MOV).
           MOVE EXB-TIPO TO MOV-T-TIPO(WS-NUM-MOV).
           MOVE EXB-VALOR TO MOV-T-VALOR(WS-NUM-MOV).
           MOVE EXB-SINAL-SALDO TO MOV-T-SINAL-SALDO(WS-NUM-MOV).
           MOVE EXB-SALDO TO MOV-T-SALDO(WS-NUM-MOV).
           MOVE SPACES TO MOV-T-ESTADO(WS-NUM-MOV).
           MOVE SPACES TO MOV-T-CHAVE(WS-NUM-MOV).
           MOVE SPACES TO MOV-T-NOTA(WS-NUM-MOV).
           MOVE SPACES TO MOV-T-OPERADOR(WS-NUM-MOV).

       FIM-IMPORTAR-LINHA.
           EXIT.

       CARREGAR-MOVIMENTOS.
           MOVE 0 TO WS-NUM-MOV.
           MOVE 0 TO WS-ULTIMO-NUMERO.
           MOVE "N" TO WS-MOV-TRUNCADA.
           MOVE SPACES TO WS-MOV-BANCO-STATUS.
           OPEN INPUT FICHEIRO-MOV-BANCO.
           IF (WS-MOV-BANCO-STATUS = "00") THEN
               PERFORM UNTIL WS-MOV-BANCO-STATUS = "10"
                   READ FICHEIRO-MOV-BANCO
                       AT END MOVE "10" TO WS-MOV-BANCO-STATUS
                       NOT AT END PERFORM GUARDAR-MOVIMENTO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-MOV-BANCO.

       GUARDAR-MOVIMENTO.
           IF (WS-NUM-MOV >= 3000) THEN
               MOVE "S" TO WS-MOV-TRUNCADA
           ELSE
               ADD 1 TO WS-NUM-MOV
               MOVE MBC-NUMERO TO MOV-T-NUMERO(WS-NUM-MOV)
               MOVE MBC-DATA TO MOV-T-DATA(WS-NUM-MOV)
               MOVE MBC-DESCRITIVO TO MOV-T-DESCRITIVO(WS-NUM-MOV)
               MOVE MBC-TIPO TO MOV-T-TIPO(WS-NUM-MOV)
               MOVE MBC-VALOR TO MOV-T-VALOR(WS-NUM-MOV)
               MOVE MBC-SINAL-SALDO TO MOV-T-SINAL-SALDO(WS-NUM-MOV)
               MOVE MBC-SALDO TO MOV-T-SALDO(WS-NUM-MOV)
               MOVE MBC-ESTADO TO MOV-T-ESTADO(WS-NUM-MOV)
               MOVE MBC-CHAVE TO MOV-T-CHAVE(WS-NUM-MOV)
               MOVE MBC-NOTA TO MOV-T-NOTA(WS-NUM-MOV)
               MOVE MBC-OPERADOR TO MOV-T-OPERADOR(WS-NUM-MOV)
               IF (MBC-NUMERO > WS-ULTIMO-NUMERO) THEN
                   MOVE MBC-NUMERO TO WS-ULTIMO-NUMERO
               END-IF
           END-IF.

       GRAVAR-MOVIMENTOS.
           OPEN OUTPUT FICHEIRO-MOV-BANCO.
           PERFORM VARYING IDX-MOV FROM 1 BY 1
               UNTIL IDX-MOV > WS-NUM-MOV
               MOVE MOV-T-NUMERO(IDX-MOV) TO MBC-NUMERO
               MOVE MOV-T-DATA(IDX-MOV) TO MBC-DATA
               MOVE MOV-T-DESCRITIVO(IDX-MOV) TO MBC-DESCRITIVO
               MOVE MOV-T-TIPO(IDX-MOV) TO MBC-TIPO
               MOVE MOV-T-VALOR(IDX-MOV) TO MBC-VALOR
               MOVE MOV-T-SINAL-SALDO(IDX-MOV) TO MBC-SINAL-SALDO
               MOVE MOV-T-SALDO(IDX-MOV) TO MBC-SALDO
               MOVE MOV-T-ESTADO(IDX-MOV) TO MBC-ESTADO
               MOVE MOV-T-CHAVE(IDX-MOV) TO MBC-CHAVE
               MOVE MOV-T-NOTA(IDX-MOV) TO MBC-NOTA
               MOVE MOV-T-OPERADOR(IDX-MOV) TO MBC-OPERADOR
               WRITE REG-MOV-BANCO
           END-PERFORM.
           CLOSE FICHEIRO-MOV-BANCO.

       PROCURAR-MOVIMENTO.
           MOVE 0 TO WS-MOV-ACHADO.
           PERFORM VARYING IDX-MOV FROM 1 BY 1
               UNTIL IDX-MOV > WS-NUM-MOV
               IF (MOV-T-NUMERO(IDX-MOV) = WS-MOV-PEDIDO) THEN
                   MOVE IDX-MOV TO WS-MOV-ACHADO
               END-IF
           END-PERFORM.

      ******************************************************************
      * Movimentos esperados pelos livros
      ******************************************************************
      * Salarios: o banco debita o lote SEPA de uma vez (linhas
      * enviadas ou confirmadas). Fornecedores: um debito por lote de
      * pagamento. Agua: o banco credita o lote de debitos diretos
      * inteiro e debita depois cada devolucao. MB: um credito por dia
      * de pagamentos. Alugueres: os pagos por cartao (sem conta
      * corporativa e sem uso interno) liquidam-se por dia. Pizzaria:
      * o deposito do dinheiro contado e a liquidacao dos terminais.
       CONSTRUIR-LIVROS.
           MOVE 0 TO WS-NUM-LIV.
           MOVE "N" TO WS-LIV-TRUNCADA.
           PERFORM JUNTAR-SALARIOS.
           PERFORM JUNTAR-FORNECEDORES.
           PERFORM JUNTAR-DEBITOS-AGUA.
           PERFORM JUNTAR-PAGAMENTOS-MB.
           PERFORM JUNTAR-ALUGUERES.
           PERFORM JUNTAR-DEPOSITOS.
           IF (WS-LIV-TRUNCADA = "S") THEN
               DISPLAY "AVISO: MAIS DE 3000 MOVIMENTOS NOS LIVROS - "
                   "OS ULTIMOS FICAM DE FORA."
           END-IF.
           PERFORM VARYING IDX-MOV FROM 1 BY 1
               UNTIL IDX-MOV > WS-NUM-MOV
               IF (MOV-T-CHAVE(IDX-MOV) NOT = SPACES) THEN
                   MOVE MOV-T-CHAVE(IDX-MOV) TO WS-CHAVE-LIVRO
                   PERFORM PROCURAR-LIVRO
                   IF (WS-LIV-ACHADO > 0) THEN
                       MOVE MOV-T-NUMERO(IDX-MOV)
                           TO LIV-T-MOV(WS-LIV-ACHADO)
                   END-IF
               END-IF
           END-PERFORM.

       JUNTAR-SALARIOS.
           MOVE "S" TO WS-MODO-ITEM.
           MOVE SPACES TO WS-SEPA-LOTES-STATUS.
           OPEN INPUT FICHEIRO-SEPA-LOTES.
           IF (WS-SEPA-LOTES-STATUS = "00") THEN
               PERFORM UNTIL WS-SEPA-LOTES-STATUS = "10"
                   READ FICHEIRO-SEPA-LOTES
                       AT END MOVE "10" TO WS-SEPA-LOTES-STATUS
                       NOT AT END
                           IF (LOT-ESTADO = "E") OR (LOT-ESTADO = "C")
                           THEN
                               MOVE "SAL" TO WS-CHV-ORIGEM
                               MOVE SPACES TO WS-CHV-REFERENCIA
                               STRING LOT-DATA LOT-PERIODO
                                   DELIMITED BY SIZE
                                   INTO WS-CHV-REFERENCIA
                               MOVE LOT-DATA TO WS-NOVA-DATA
                               MOVE "D" TO WS-NOVO-TIPO
                               MOVE LOT-VALOR TO WS-NOVO-VALOR
                               PERFORM ACUMULAR-LIVRO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-SEPA-LOTES.

       JUNTAR-FORNECEDORES.
           MOVE "S" TO WS-MODO-ITEM.
           MOVE SPACES TO WS-CP-STATUS.
           OPEN INPUT FICHEIRO-CP.
           IF (WS-CP-STATUS = "00") THEN
               PERFORM UNTIL WS-CP-STATUS = "10"
                   READ FICHEIRO-CP
                       AT END MOVE "10" TO WS-CP-STATUS
                       NOT AT END
                           IF (FCP-PAGA = "S") AND
                              (FCP-REF-PAGA NOT = SPACES) THEN
                               MOVE "FOR" TO WS-CHV-ORIGEM
                               MOVE FCP-REF-PAGA TO WS-CHV-REFERENCIA
                               MOVE FCP-DATA-PAGA TO WS-NOVA-DATA
                               MOVE "D" TO WS-NOVO-TIPO
                               MOVE FCP-VALOR TO WS-NOVO-VALOR
                               PERFORM ACUMULAR-LIVRO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-CP.

       JUNTAR-DEBITOS-AGUA.
           MOVE "S" TO WS-MODO-ITEM.
           MOVE SPACES TO WS-DEBITOS-STATUS.
           OPEN INPUT FICHEIRO-DEBITOS.
           IF (WS-DEBITOS-STATUS = "00") THEN
               PERFORM UNTIL WS-DEBITOS-STATUS = "10"
                   READ FICHEIRO-DEBITOS
                       AT END MOVE "10" TO WS-DEBITOS-STATUS
                       NOT AT END PERFORM JUNTAR-DEBITO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-DEBITOS.

       JUNTAR-DEBITO.
           IF (DEB-ESTADO = "E") OR (DEB-ESTADO = "C") OR
              (DEB-ESTADO = "R") THEN
               MOVE "DEB" TO WS-CHV-ORIGEM
               MOVE DEB-DATA TO WS-CHV-REFERENCIA
               MOVE DEB-DATA TO WS-NOVA-DATA
               MOVE "C" TO WS-NOVO-TIPO
               MOVE DEB-VALOR TO WS-NOVO-VALOR
               PERFORM ACUMULAR-LIVRO
           END-IF.
           IF (DEB-ESTADO = "R") THEN
               MOVE "DDV" TO WS-CHV-ORIGEM
               MOVE SPACES TO WS-CHV-REFERENCIA
               STRING DEB-CONTA DEB-PERIODO
                   DELIMITED BY SIZE INTO WS-CHV-REFERENCIA
               MOVE DEB-DATA TO WS-NOVA-DATA
               MOVE "D" TO WS-NOVO-TIPO
               MOVE DEB-VALOR TO WS-NOVO-VALOR
               PERFORM ACUMULAR-LIVRO
           END-IF.

       JUNTAR-PAGAMENTOS-MB.
           MOVE "S" TO WS-MODO-ITEM.
           MOVE SPACES TO WS-PAG-MB-STATUS.
           OPEN INPUT FICHEIRO-PAG-MB.
           IF (WS-PAG-MB-STATUS = "00") THEN
               PERFORM UNTIL WS-PAG-MB-STATUS = "10"
                   READ FICHEIRO-PAG-MB
                       AT END MOVE "10" TO WS-PAG-MB-STATUS
                       NOT AT END
                           MOVE "PMB" TO WS-CHV-ORIGEM
                           MOVE PMB-DATA TO WS-CHV-REFERENCIA
                           MOVE PMB-DATA TO WS-NOVA-DATA
                           MOVE "C" TO WS-NOVO-TIPO
                           MOVE PMB-VALOR TO WS-NOVO-VALOR
                           PERFORM ACUMULAR-LIVRO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-PAG-MB.

       JUNTAR-ALUGUERES.
           MOVE "S" TO WS-MODO-ITEM.
           MOVE SPACES TO WS-ALUGUERES-STATUS.
           OPEN INPUT FICHEIRO-ALUGUERES.
           IF (WS-ALUGUERES-STATUS = "00") THEN
               PERFORM UNTIL WS-ALUGUERES-STATUS = "10"
                   READ FICHEIRO-ALUGUERES
                       AT END MOVE "10" TO WS-ALUGUERES-STATUS
                       NOT AT END
                           IF (ALG-CONTA-CORP = SPACES) AND
                              (ALG-INTERNO = SPACES) AND
                              (ALG-RECEITA > 0) THEN
                               MOVE "ALG" TO WS-CHV-ORIGEM
                               MOVE ALG-DATA-INICIO
                                   TO WS-CHV-REFERENCIA
                               MOVE ALG-DATA-INICIO TO WS-NOVA-DATA
                               MOVE "C" TO WS-NOVO-TIPO
                               MOVE ALG-RECEITA TO WS-NOVO-VALOR
                               PERFORM ACUMULAR-LIVRO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-ALUGUERES.

      * Um dia fechado duas vezes: o segundo fecho substitui o
      * primeiro.
       JUNTAR-DEPOSITOS.
           MOVE "R" TO WS-MODO-ITEM.
           MOVE SPACES TO WS-DEPOSITOS-STATUS.
           OPEN INPUT FICHEIRO-DEPOSITOS.
           IF (WS-DEPOSITOS-STATUS = "00") THEN
               PERFORM UNTIL WS-DEPOSITOS-STATUS = "10"
                   READ FICHEIRO-DEPOSITOS
                       AT END MOVE "10" TO WS-DEPOSITOS-STATUS
                       NOT AT END PERFORM JUNTAR-DEPOSITO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-DEPOSITOS.

       JUNTAR-DEPOSITO.
           MOVE "DEP" TO WS-CHV-ORIGEM.
           MOVE DEP-DATA TO WS-CHV-REFERENCIA.
           MOVE DEP-DATA TO WS-NOVA-DATA.
           MOVE "C" TO WS-NOVO-TIPO.
           MOVE DEP-DINHEIRO TO WS-NOVO-VALOR.
           PERFORM ACUMULAR-LIVRO.
           MOVE "TPA" TO WS-CHV-ORIGEM.
           IF (DEP-SINAL-TPA = "-") THEN
               MOVE "D" TO WS-NOVO-TIPO
           END-IF.
           MOVE DEP-TERMINAIS TO WS-NOVO-VALOR.
           PERFORM ACUMULAR-LIVRO.

       ACUMULAR-LIVRO.
           PERFORM PROCURAR-LIVRO.
           IF (WS-LIV-ACHADO > 0) THEN
               IF (WS-MODO-ITEM = "R") THEN
                   MOVE WS-NOVO-TIPO TO LIV-T-TIPO(WS-LIV-ACHADO)
                   MOVE WS-NOVO-VALOR TO LIV-T-VALOR(WS-LIV-ACHADO)
               ELSE
                   ADD WS-NOVO-VALOR TO LIV-T-VALOR(WS-LIV-ACHADO)
               END-IF
           ELSE
               IF (WS-NUM-LIV >= 3000) THEN
                   MOVE "S" TO WS-LIV-TRUNCADA
               ELSE
                   ADD 1 TO WS-NUM-LIV
                   MOVE WS-CHAVE-LIVRO TO LIV-T-CHAVE(WS-NUM-LIV)
                   MOVE WS-NOVA-DATA TO LIV-T-DATA(WS-NUM-LIV)
                   MOVE WS-NOVO-TIPO TO LIV-T-TIPO(WS-NUM-LIV)
                   MOVE WS-NOVO-VALOR TO LIV-T-VALOR(WS-NUM-LIV)
                   MOVE 0 TO LIV-T-MOV(WS-NUM-LIV)
               END-IF
           END-IF.

       PROCURAR-LIVRO.
           MOVE 0 TO WS-LIV-ACHADO.
           PERFORM VARYING IDX-LIV FROM 1 BY 1
               UNTIL IDX-LIV > WS-NUM-LIV OR WS-LIV-ACHADO > 0
               IF (LIV-T-CHAVE(IDX-LIV) = WS-CHAVE-LIVRO) THEN
                   MOVE IDX-LIV TO WS-LIV-ACHADO
               END-IF
           END-PERFORM.

      ******************************************************************
      * Conciliacao automatica
      ******************************************************************
      * Cada linha do banco por conciliar liga-se ao movimento dos
      * livros por ligar do mesmo sentido e valor cuja data fique ate
      * 5 dias antes da data do banco, preferindo o mais proximo. As
      * devolucoes de debitos diretos chegam mais tarde: ate 60 dias
      * depois da data do debito.
       CONCILIAR-AUTOMATICO.
           PERFORM CARREGAR-MOVIMENTOS.
           IF (WS-MOV-TRUNCADA = "S") THEN
               DISPLAY "MAIS DE 3000 MOVIMENTOS DO BANCO - "
                   "CONCILIACAO RECUSADA."
               GO FIM-CONCILIAR-AUTOMATICO
           END-IF.
           IF (WS-NUM-MOV = 0) THEN
               DISPLAY "SEM MOVIMENTOS DO BANCO IMPORTADOS."
               GO FIM-CONCILIAR-AUTOMATICO
           END-IF.
           PERFORM CONSTRUIR-LIVROS.
           MOVE 0 TO WS-CONCILIADAS.
           MOVE 0 TO WS-POR-CONCILIAR.
           PERFORM VARYING IDX-MOV FROM 1 BY 1
               UNTIL IDX-MOV > WS-NUM-MOV
               IF (MOV-T-ESTADO(IDX-MOV) = SPACES) THEN
                   PERFORM PROCURAR-PAR
                   IF (WS-MELHOR-LIV > 0) THEN
                       ADD 1 TO WS-CONCILIADAS
                       MOVE "A" TO MOV-T-ESTADO(IDX-MOV)
                       MOVE LIV-T-CHAVE(WS-MELHOR-LIV)
                           TO MOV-T-CHAVE(IDX-MOV)
                       MOVE WS-ERRO-OPERADOR TO MOV-T-OPERADOR(IDX-MOV)
                       MOVE MOV-T-NUMERO(IDX-MOV)
                           TO LIV-T-MOV(WS-MELHOR-LIV)
                   ELSE
                       ADD 1 TO WS-POR-CONCILIAR
                   END-IF
               END-IF
           END-PERFORM.
           IF (WS-CONCILIADAS > 0) THEN
               PERFORM GRAVAR-MOVIMENTOS
           END-IF.
           DISPLAY "LINHAS CONCILIADAS AGORA:  " WS-CONCILIADAS.
           DISPLAY "LINHAS POR CONCILIAR:      " WS-POR-CONCILIAR.

       FIM-CONCILIAR-AUTOMATICO.
           EXIT.

       PROCURAR-PAR.
           MOVE 0 TO WS-MELHOR-LIV.
           MOVE 999 TO WS-MELHOR-DIAS.
           PERFORM VARYING IDX-LIV FROM 1 BY 1
               UNTIL IDX-LIV > WS-NUM-LIV
               IF (LIV-T-MOV(IDX-LIV) = 0) AND
                  (LIV-T-VALOR(IDX-LIV) > 0) AND
                  (LIV-T-TIPO(IDX-LIV) = MOV-T-TIPO(IDX-MOV)) AND
                  (LIV-T-VALOR(IDX-LIV) = MOV-T-VALOR(IDX-MOV)) AND
                  (LIV-T-DATA(IDX-LIV) > 19000101) AND
                  (MOV-T-DATA(IDX-MOV) > 19000101) THEN
                   COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(MOV-T-DATA(IDX-MOV)) -
                       FUNCTION INTEGER-OF-DATE(LIV-T-DATA(IDX-LIV))
                   MOVE 5 TO WS-DIAS-MAXIMO
                   IF (LIV-T-CHAVE(IDX-LIV)(1:3) = "DDV") THEN
                       MOVE 60 TO WS-DIAS-MAXIMO
                   END-IF
                   IF (WS-DIAS >= 0) AND (WS-DIAS <= WS-DIAS-MAXIMO) AND
                      (WS-DIAS < WS-MELHOR-DIAS) THEN
                       MOVE WS-DIAS TO WS-MELHOR-DIAS
                       MOVE IDX-LIV TO WS-MELHOR-LIV
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Conciliacao manual
      ******************************************************************
      * O operador liga uma linha do banco a um movimento dos livros
      * (pelo numero da lista), explica-a com uma nota quando nao ha
      * movimento nos livros, ou desfaz uma ligacao errada.
       CONCILIAR-MANUAL.
           PERFORM CARREGAR-MOVIMENTOS.
           IF (WS-MOV-TRUNCADA = "S") THEN
               DISPLAY "MAIS DE 3000 MOVIMENTOS DO BANCO - "
                   "CONCILIACAO RECUSADA."
               GO FIM-CONCILIAR-MANUAL
           END-IF.
           IF (WS-NUM-MOV = 0) THEN
               DISPLAY "SEM MOVIMENTOS DO BANCO IMPORTADOS."
               GO FIM-CONCILIAR-MANUAL
           END-IF.
           PERFORM CONSTRUIR-LIVROS.
           PERFORM LISTAR-PENDENTES.
           MOVE 0 TO WS-ALTERADOS.
           MOVE 1 TO WS-MOV-PEDIDO.
           PERFORM TRATAR-MOVIMENTO-MANUAL
               THRU FIM-TRATAR-MOVIMENTO-MANUAL
               UNTIL WS-MOV-PEDIDO = 0.
           IF (WS-ALTERADOS > 0) THEN
               PERFORM GRAVAR-MOVIMENTOS
           END-IF.
           DISPLAY "LINHAS ALTERADAS: " WS-ALTERADOS.

       FIM-CONCILIAR-MANUAL.
           EXIT.

       LISTAR-PENDENTES.
           DISPLAY "--- BANCO POR CONCILIAR ---".
           DISPLAY "NUMERO DATA     T         VALOR DESCRITIVO".
           PERFORM VARYING IDX-MOV FROM 1 BY 1
               UNTIL IDX-MOV > WS-NUM-MOV
               IF (MOV-T-ESTADO(IDX-MOV) = SPACES) THEN
                   MOVE MOV-T-VALOR(IDX-MOV) TO WS-FORMAT
                   DISPLAY MOV-T-NUMERO(IDX-MOV) " "
                       MOV-T-DATA(IDX-MOV) " " MOV-T-TIPO(IDX-MOV)
                       " " WS-FORMAT " " MOV-T-DESCRITIVO(IDX-MOV)
               END-IF
           END-PERFORM.
           DISPLAY "--- LIVROS POR LIGAR ---".
           DISPLAY "N.    CHAVE                DATA     T    VALOR".
           PERFORM VARYING IDX-LIV FROM 1 BY 1
               UNTIL IDX-LIV > WS-NUM-LIV
               IF (LIV-T-MOV(IDX-LIV) = 0) AND
                  (LIV-T-VALOR(IDX-LIV) > 0) THEN
                   MOVE LIV-T-VALOR(IDX-LIV) TO WS-FORMAT
                   DISPLAY IDX-LIV " " LIV-T-CHAVE(IDX-LIV) " "
                       LIV-T-DATA(IDX-LIV) " " LIV-T-TIPO(IDX-LIV)
                       " " WS-FORMAT
               END-IF
           END-PERFORM.

       TRATAR-MOVIMENTO-MANUAL.
           DISPLAY "MOVIMENTO DO BANCO (0=TERMINAR): "
               WITH NO ADVANCING.
           ACCEPT WS-MOV-PEDIDO.
           IF (WS-MOV-PEDIDO = 0) THEN
               GO FIM-TRATAR-MOVIMENTO-MANUAL
           END-IF.
           PERFORM PROCURAR-MOVIMENTO.
           IF (WS-MOV-ACHADO = 0) THEN
               DISPLAY "MOVIMENTO INEXISTENTE!"
               GO FIM-TRATAR-MOVIMENTO-MANUAL
           END-IF.
           MOVE MOV-T-VALOR(WS-MOV-ACHADO) TO WS-FORMAT.
           DISPLAY MOV-T-DATA(WS-MOV-ACHADO) " "
               MOV-T-TIPO(WS-MOV-ACHADO) " " WS-FORMAT " "
               MOV-T-DESCRITIVO(WS-MOV-ACHADO) " ESTADO: "
               MOV-T-ESTADO(WS-MOV-ACHADO) " "
               MOV-T-CHAVE(WS-MOV-ACHADO).
           DISPLAY "L-LIGAR AOS LIVROS  X-EXPLICAR  D-DESFAZER: "
               WITH NO ADVANCING.
           ACCEPT WS-ACAO.
           EVALUATE WS-ACAO
               WHEN "L"
                   PERFORM LIGAR-MANUAL THRU FIM-LIGAR-MANUAL
               WHEN "X"
                   PERFORM EXPLICAR-MANUAL THRU FIM-EXPLICAR-MANUAL
               WHEN "D"
                   PERFORM DESFAZER-LIGACAO THRU FIM-DESFAZER-LIGACAO
               WHEN OTHER
                   DISPLAY "NADA ALTERADO."
           END-EVALUATE.

       FIM-TRATAR-MOVIMENTO-MANUAL.
           EXIT.

       LIGAR-MANUAL.
           IF (MOV-T-ESTADO(WS-MOV-ACHADO) NOT = SPACES) THEN
               DISPLAY "LINHA JA CONCILIADA - DESFAZER PRIMEIRO."
               GO FIM-LIGAR-MANUAL
           END-IF.
           DISPLAY "N. DO MOVIMENTO DOS LIVROS: " WITH NO ADVANCING.
           ACCEPT WS-LIV-PEDIDO.
           IF (WS-LIV-PEDIDO = 0) OR (WS-LIV-PEDIDO > WS-NUM-LIV) THEN
               DISPLAY "MOVIMENTO DOS LIVROS INEXISTENTE!"
               GO FIM-LIGAR-MANUAL
           END-IF.
           IF (LIV-T-MOV(WS-LIV-PEDIDO) NOT = 0) THEN
               DISPLAY "MOVIMENTO DOS LIVROS JA LIGADO AO BANCO "
                   LIV-T-MOV(WS-LIV-PEDIDO) "."
               GO FIM-LIGAR-MANUAL
           END-IF.
           IF (LIV-T-TIPO(WS-LIV-PEDIDO) NOT =
               MOV-T-TIPO(WS-MOV-ACHADO)) THEN
               DISPLAY "SENTIDOS DIFERENTES (DEBITO/CREDITO)!"
               GO FIM-LIGAR-MANUAL
           END-IF.
           IF (LIV-T-VALOR(WS-LIV-PEDIDO) NOT =
               MOV-T-VALOR(WS-MOV-ACHADO)) THEN
               MOVE LIV-T-VALOR(WS-LIV-PEDIDO) TO WS-FORMAT
               DISPLAY "VALOR DOS LIVROS " WS-FORMAT
                   " DIFERENTE - A DIFERENCA FICA NA CONCILIACAO."
               DISPLAY "LIGAR MESMO ASSIM (S/N)? " WITH NO ADVANCING
               ACCEPT WS-RESPOSTA
               IF (WS-RESPOSTA NOT = "S") AND (WS-RESPOSTA NOT = "s")
                   GO FIM-LIGAR-MANUAL
               END-IF
           END-IF.
           MOVE "M" TO MOV-T-ESTADO(WS-MOV-ACHADO).
           MOVE LIV-T-CHAVE(WS-LIV-PEDIDO)
               TO MOV-T-CHAVE(WS-MOV-ACHADO).
           MOVE SPACES TO MOV-T-NOTA(WS-MOV-ACHADO).
           MOVE WS-ERRO-OPERADOR TO MOV-T-OPERADOR(WS-MOV-ACHADO).
           MOVE MOV-T-NUMERO(WS-MOV-ACHADO) TO LIV-T-MOV(WS-LIV-PEDIDO).
           ADD 1 TO WS-ALTERADOS.
           DISPLAY "LIGADO.".

       FIM-LIGAR-MANUAL.
           EXIT.

       EXPLICAR-MANUAL.
           IF (MOV-T-ESTADO(WS-MOV-ACHADO) NOT = SPACES) THEN
               DISPLAY "LINHA JA CONCILIADA - DESFAZER PRIMEIRO."
               GO FIM-EXPLICAR-MANUAL
           END-IF.
           DISPLAY "EXPLICACAO (EX. COMISSAO BANCARIA): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-NOTA.
           ACCEPT WS-NOTA.
           IF (WS-NOTA = SPACES) THEN
               DISPLAY "SEM EXPLICACAO NAO SE CONCILIA."
               GO FIM-EXPLICAR-MANUAL
           END-IF.
           MOVE "X" TO MOV-T-ESTADO(WS-MOV-ACHADO).
           MOVE SPACES TO MOV-T-CHAVE(WS-MOV-ACHADO).
           MOVE WS-NOTA TO MOV-T-NOTA(WS-MOV-ACHADO).
           MOVE WS-ERRO-OPERADOR TO MOV-T-OPERADOR(WS-MOV-ACHADO).
           ADD 1 TO WS-ALTERADOS.
           DISPLAY "EXPLICADO.".

       FIM-EXPLICAR-MANUAL.
           EXIT.

       DESFAZER-LIGACAO.
           IF (MOV-T-ESTADO(WS-MOV-ACHADO) = SPACES) THEN
               DISPLAY "LINHA AINDA NAO CONCILIADA."
               GO FIM-DESFAZER-LIGACAO
           END-IF.
           IF (MOV-T-CHAVE(WS-MOV-ACHADO) NOT = SPACES) THEN
               MOVE MOV-T-CHAVE(WS-MOV-ACHADO) TO WS-CHAVE-LIVRO
               PERFORM PROCURAR-LIVRO
               IF (WS-LIV-ACHADO > 0) THEN
                   MOVE 0 TO LIV-T-MOV(WS-LIV-ACHADO)
               END-IF
           END-IF.
           MOVE SPACES TO MOV-T-ESTADO(WS-MOV-ACHADO).
           MOVE SPACES TO MOV-T-CHAVE(WS-MOV-ACHADO).
           MOVE SPACES TO MOV-T-NOTA(WS-MOV-ACHADO).
           MOVE WS-ERRO-OPERADOR TO MOV-T-OPERADOR(WS-MOV-ACHADO).
           ADD 1 TO WS-ALTERADOS.
           DISPLAY "LIGACAO DESFEITA.".

       FIM-DESFAZER-LIGACAO.
           EXIT.

      ******************************************************************
      * Relatorio de conciliacao
      ******************************************************************
      * Saldo dos livros = saldo do banco antes da primeira linha
      * importada + movimentos dos livros ja ligados + movimentos dos
      * livros do periodo do extrato ainda por aparecer no banco +
      * linhas explicadas pelo operador. Cada saldo e ajustado pelo
      * que falta do outro lado; a diferenca entre os dois saldos
      * ajustados deve ser zero.
       RELATORIO-CONCILIACAO.
           PERFORM CARREGAR-MOVIMENTOS.
           IF (WS-MOV-TRUNCADA = "S") THEN
               DISPLAY "MAIS DE 3000 MOVIMENTOS DO BANCO - "
                   "RELATORIO RECUSADO."
               GO FIM-RELATORIO-CONCILIACAO
           END-IF.
           IF (WS-NUM-MOV = 0) THEN
               DISPLAY "SEM MOVIMENTOS DO BANCO IMPORTADOS."
               GO FIM-RELATORIO-CONCILIACAO
           END-IF.
           PERFORM CONSTRUIR-LIVROS.
           MOVE MOV-T-DATA(1) TO WS-DATA-INICIAL.
           MOVE MOV-T-DATA(WS-NUM-MOV) TO WS-DATA-FINAL.
           IF (MOV-T-SINAL-SALDO(1) = "-") THEN
               COMPUTE WS-SALDO-ABERTURA = 0 - MOV-T-SALDO(1)
           ELSE
               MOVE MOV-T-SALDO(1) TO WS-SALDO-ABERTURA
           END-IF.
           IF (MOV-T-TIPO(1) = "C") THEN
               SUBTRACT MOV-T-VALOR(1) FROM WS-SALDO-ABERTURA
           ELSE
               ADD MOV-T-VALOR(1) TO WS-SALDO-ABERTURA
           END-IF.
           IF (MOV-T-SINAL-SALDO(WS-NUM-MOV) = "-") THEN
               COMPUTE WS-SALDO-BANCO = 0 - MOV-T-SALDO(WS-NUM-MOV)
           ELSE
               MOVE MOV-T-SALDO(WS-NUM-MOV) TO WS-SALDO-BANCO
           END-IF.
           MOVE 0 TO WS-SOMA-LIGADOS.
           MOVE 0 TO WS-SOMA-BANCO-ABERTO.
           MOVE 0 TO WS-SOMA-LIVROS-ABERTO.
           MOVE 0 TO WS-SOMA-EXPLICADOS.
           MOVE 0 TO WS-QTD-PERDIDAS.
           OPEN OUTPUT CONCILIACAO-BANCO.
           MOVE SPACES TO CONCILIACAO-LINHA.
           STRING "CONCILIACAO BANCARIA - EXTRATO DE " WS-DATA-INICIAL
               " A " WS-DATA-FINAL
               DELIMITED BY SIZE INTO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE ALL "=" TO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           PERFORM LISTAR-BANCO-ABERTO.
           PERFORM LISTAR-LIVROS-ABERTO.
           PERFORM LISTAR-EXPLICADOS.
           PERFORM SOMAR-LIGADOS.
           COMPUTE WS-SALDO-LIVROS = WS-SALDO-ABERTURA +
               WS-SOMA-LIGADOS + WS-SOMA-LIVROS-ABERTO +
               WS-SOMA-EXPLICADOS.
           COMPUTE WS-BANCO-AJUSTADO =
               WS-SALDO-BANCO + WS-SOMA-LIVROS-ABERTO.
           COMPUTE WS-LIVROS-AJUSTADO =
               WS-SALDO-LIVROS + WS-SOMA-BANCO-ABERTO.
           COMPUTE WS-DIFERENCA =
               WS-BANCO-AJUSTADO - WS-LIVROS-AJUSTADO.
           PERFORM ESCREVER-SALDOS.
           CLOSE CONCILIACAO-BANCO.
           MOVE WS-SALDO-BANCO TO WS-FORMAT-SINAL.
           DISPLAY "SALDO DO BANCO:      " WS-FORMAT-SINAL.
           MOVE WS-SALDO-LIVROS TO WS-FORMAT-SINAL.
           DISPLAY "SALDO DOS LIVROS:    " WS-FORMAT-SINAL.
           MOVE WS-DIFERENCA TO WS-FORMAT-SINAL.
           DISPLAY "DIFERENCA:           " WS-FORMAT-SINAL.
           IF (WS-DIFERENCA NOT = 0) THEN
               MOVE SPACES TO WS-ERRO-MENSAGEM
               STRING "CONCILIACAO COM DIFERENCA " WS-FORMAT-SINAL
                   DELIMITED BY SIZE INTO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
           END-IF.
           DISPLAY "RELATORIO GRAVADO EM CONCILIACAO-BANCO.TXT".

       FIM-RELATORIO-CONCILIACAO.
           EXIT.

      * Linhas do banco sem movimento nos livros; uma ligacao cuja
      * chave ja nao existe nos livros (origem corrigida depois da
      * conciliacao) volta a contar como por conciliar.
       LISTAR-BANCO-ABERTO.
           MOVE "LINHAS DO BANCO POR CONCILIAR" TO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE 0 TO WS-QTD-LISTADOS.
           PERFORM VARYING IDX-MOV FROM 1 BY 1
               UNTIL IDX-MOV > WS-NUM-MOV
               MOVE 0 TO WS-LIV-ACHADO
               IF (MOV-T-CHAVE(IDX-MOV) NOT = SPACES) THEN
                   MOVE MOV-T-CHAVE(IDX-MOV) TO WS-CHAVE-LIVRO
                   PERFORM PROCURAR-LIVRO
               END-IF
               IF (MOV-T-ESTADO(IDX-MOV) = SPACES) OR
                  ((MOV-T-ESTADO(IDX-MOV) NOT = "X") AND
                   (WS-LIV-ACHADO = 0)) THEN
                   ADD 1 TO WS-QTD-LISTADOS
                   PERFORM VALOR-MOV-COM-SINAL
                   ADD WS-VALOR-SINAL TO WS-SOMA-BANCO-ABERTO
                   MOVE MOV-T-VALOR(IDX-MOV) TO WS-FORMAT
                   MOVE MOV-T-NUMERO(IDX-MOV) TO WS-NUMERO-S
                   MOVE SPACES TO CONCILIACAO-LINHA
                   IF (MOV-T-ESTADO(IDX-MOV) = SPACES) THEN
                       STRING "  " WS-NUMERO-S " "
                           MOV-T-DATA(IDX-MOV) " "
                           MOV-T-TIPO(IDX-MOV) " " WS-FORMAT " "
                           MOV-T-DESCRITIVO(IDX-MOV)
                           DELIMITED BY SIZE INTO CONCILIACAO-LINHA
                   ELSE
                       ADD 1 TO WS-QTD-PERDIDAS
                       STRING "  " WS-NUMERO-S " "
                           MOV-T-DATA(IDX-MOV) " "
                           MOV-T-TIPO(IDX-MOV) " " WS-FORMAT " "
                           MOV-T-DESCRITIVO(IDX-MOV)
                           " LIGACAO PERDIDA " MOV-T-CHAVE(IDX-MOV)
                           DELIMITED BY SIZE INTO CONCILIACAO-LINHA
                   END-IF
                   WRITE CONCILIACAO-LINHA
               END-IF
           END-PERFORM.
           PERFORM ESCREVER-SEM-LINHAS.

      * Movimentos dos livros do periodo do extrato que ainda nao
      * apareceram no banco. Os anteriores ao extrato ja estavam no
      * saldo inicial e ficam de fora.
       LISTAR-LIVROS-ABERTO.
           MOVE SPACES TO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE "MOVIMENTOS DOS LIVROS AINDA NAO REFLETIDOS NO BANCO"
               TO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE 0 TO WS-QTD-LISTADOS.
           PERFORM VARYING IDX-LIV FROM 1 BY 1
               UNTIL IDX-LIV > WS-NUM-LIV
               IF (LIV-T-MOV(IDX-LIV) = 0) AND
                  (LIV-T-VALOR(IDX-LIV) > 0) AND
                  (LIV-T-DATA(IDX-LIV) >= WS-DATA-INICIAL) AND
                  (LIV-T-DATA(IDX-LIV) <= WS-DATA-FINAL) THEN
                   ADD 1 TO WS-QTD-LISTADOS
                   PERFORM VALOR-LIV-COM-SINAL
                   ADD WS-VALOR-SINAL TO WS-SOMA-LIVROS-ABERTO
                   MOVE LIV-T-VALOR(IDX-LIV) TO WS-FORMAT
                   MOVE SPACES TO CONCILIACAO-LINHA
                   STRING "  " LIV-T-CHAVE(IDX-LIV) " "
                       LIV-T-DATA(IDX-LIV) " " LIV-T-TIPO(IDX-LIV)
                       " " WS-FORMAT
                       DELIMITED BY SIZE INTO CONCILIACAO-LINHA
                   WRITE CONCILIACAO-LINHA
               END-IF
           END-PERFORM.
           PERFORM ESCREVER-SEM-LINHAS.

       LISTAR-EXPLICADOS.
           MOVE SPACES TO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE "LINHAS DO BANCO EXPLICADAS SEM MOVIMENTO NOS LIVROS"
               TO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE 0 TO WS-QTD-LISTADOS.
           PERFORM VARYING IDX-MOV FROM 1 BY 1
               UNTIL IDX-MOV > WS-NUM-MOV
               IF (MOV-T-ESTADO(IDX-MOV) = "X") THEN
                   ADD 1 TO WS-QTD-LISTADOS
                   PERFORM VALOR-MOV-COM-SINAL
                   ADD WS-VALOR-SINAL TO WS-SOMA-EXPLICADOS
                   MOVE MOV-T-VALOR(IDX-MOV) TO WS-FORMAT
                   MOVE MOV-T-NUMERO(IDX-MOV) TO WS-NUMERO-S
                   MOVE SPACES TO CONCILIACAO-LINHA
                   STRING "  " WS-NUMERO-S " " MOV-T-DATA(IDX-MOV)
                       " " MOV-T-TIPO(IDX-MOV) " " WS-FORMAT " "
                       MOV-T-NOTA(IDX-MOV) " (" MOV-T-OPERADOR(IDX-MOV)
                       ")" DELIMITED BY SIZE INTO CONCILIACAO-LINHA
                   WRITE CONCILIACAO-LINHA
               END-IF
           END-PERFORM.
           PERFORM ESCREVER-SEM-LINHAS.

       SOMAR-LIGADOS.
           PERFORM VARYING IDX-LIV FROM 1 BY 1
               UNTIL IDX-LIV > WS-NUM-LIV
               IF (LIV-T-MOV(IDX-LIV) > 0) THEN
                   PERFORM VALOR-LIV-COM-SINAL
                   ADD WS-VALOR-SINAL TO WS-SOMA-LIGADOS
               END-IF
           END-PERFORM.

       ESCREVER-SEM-LINHAS.
           IF (WS-QTD-LISTADOS = 0) THEN
               MOVE "  (NENHUM)" TO CONCILIACAO-LINHA
               WRITE CONCILIACAO-LINHA
           END-IF.

       VALOR-MOV-COM-SINAL.
           IF (MOV-T-TIPO(IDX-MOV) = "C") THEN
               MOVE MOV-T-VALOR(IDX-MOV) TO WS-VALOR-SINAL
           ELSE
               COMPUTE WS-VALOR-SINAL = 0 - MOV-T-VALOR(IDX-MOV)
           END-IF.

       VALOR-LIV-COM-SINAL.
           IF (LIV-T-TIPO(IDX-LIV) = "C") THEN
               MOVE LIV-T-VALOR(IDX-LIV) TO WS-VALOR-SINAL
           ELSE
               COMPUTE WS-VALOR-SINAL = 0 - LIV-T-VALOR(IDX-LIV)
           END-IF.

       ESCREVER-SALDOS.
           MOVE SPACES TO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE ALL "-" TO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE WS-SALDO-BANCO TO WS-FORMAT-SINAL.
           MOVE SPACES TO CONCILIACAO-LINHA.
           STRING "SALDO DO BANCO EM " WS-DATA-FINAL ":       "
               WS-FORMAT-SINAL DELIMITED BY SIZE INTO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE WS-SOMA-LIVROS-ABERTO TO WS-FORMAT-SINAL.
           MOVE SPACES TO CONCILIACAO-LINHA.
           STRING " + LIVROS POR REFLETIR NO BANCO: " WS-FORMAT-SINAL
               DELIMITED BY SIZE INTO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE WS-BANCO-AJUSTADO TO WS-FORMAT-SINAL.
           MOVE SPACES TO CONCILIACAO-LINHA.
           STRING "SALDO DO BANCO AJUSTADO:         " WS-FORMAT-SINAL
               DELIMITED BY SIZE INTO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE SPACES TO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE WS-SALDO-ABERTURA TO WS-FORMAT-SINAL.
           MOVE SPACES TO CONCILIACAO-LINHA.
           STRING "SALDO INICIAL DO EXTRATO:        " WS-FORMAT-SINAL
               DELIMITED BY SIZE INTO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE WS-SALDO-LIVROS TO WS-FORMAT-SINAL.
           MOVE SPACES TO CONCILIACAO-LINHA.
           STRING "SALDO DOS LIVROS:                " WS-FORMAT-SINAL
               DELIMITED BY SIZE INTO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE WS-SOMA-BANCO-ABERTO TO WS-FORMAT-SINAL.
           MOVE SPACES TO CONCILIACAO-LINHA.
           STRING " + BANCO POR CONCILIAR:          " WS-FORMAT-SINAL
               DELIMITED BY SIZE INTO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE WS-LIVROS-AJUSTADO TO WS-FORMAT-SINAL.
           MOVE SPACES TO CONCILIACAO-LINHA.
           STRING "SALDO DOS LIVROS AJUSTADO:       " WS-FORMAT-SINAL
               DELIMITED BY SIZE INTO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE SPACES TO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           MOVE WS-DIFERENCA TO WS-FORMAT-SINAL.
           MOVE SPACES TO CONCILIACAO-LINHA.
           STRING "DIFERENCA:                       " WS-FORMAT-SINAL
               DELIMITED BY SIZE INTO CONCILIACAO-LINHA.
           WRITE CONCILIACAO-LINHA.
           IF (WS-QTD-PERDIDAS > 0) THEN
               MOVE SPACES TO CONCILIACAO-LINHA
               STRING "LIGACOES PERDIDAS (REFAZER A MAO): "
                   WS-QTD-PERDIDAS
                   DELIMITED BY SIZE INTO CONCILIACAO-LINHA
               WRITE CONCILIACAO-LINHA
           END-IF.

           COPY "ERRO-LOG-PROC.cpy".
           COPY "OPERADOR-SESSAO-PROC.cpy".
