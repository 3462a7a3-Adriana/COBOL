      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recuperacao para a frente a partir do jornal de
      *          transacoes - depois de repor o backup de um ficheiro
      *          mestre (opcao 8 do menu), refaz sobre ele as criacoes,
      *          alteracoes e apagamentos registados em JORNAL.DAT
      *          desde o momento do backup ate ao fim (ou ate a hora
      *          indicada). Cada entrada so e aplicada se o registo
      *          estiver como a imagem anterior do jornal; a entrada ja
      *          refletida no ficheiro conta como feita e a que nao
      *          confere fica por aplicar e vai para
      *          RECUPERACAO-JORNAL.TXT. Os controlos CLIENTES.CTL,
      *          EMPREGADOS.CTL, CONTRATOS.CTL, FROTA.CTL e
      *          CLIENTES-ALUGUER.CTL sao refeitos no fim. Purga tambem
      *          as entradas do jornal anteriores a uma data (fim do
      *          prazo de conservacao).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JORNAL-RECUPERAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "JORNAL-SELECT.cpy".
           SELECT FICHEIRO-JORNAL-TMP ASSIGN TO "JORNAL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JORNAL-TMP-STATUS.
           SELECT RELATORIO-RECUPERACAO
               ASSIGN TO "RECUPERACAO-JORNAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
           SELECT FICHEIRO-STOCK ASSIGN TO "STOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-STATUS.
           COPY "FROTA-SELECT.cpy".
           COPY "CLIENTES-SELECT.cpy".
           SELECT FICHEIRO-CLI-CTL ASSIGN TO "CLIENTES.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-CTL-STATUS.
           COPY "EMPREGADOS-SELECT.cpy".
           SELECT FICHEIRO-EMP-CTL ASSIGN TO "EMPREGADOS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-CTL-STATUS.
           COPY "CONTRATOS-SELECT.cpy".
           COPY "AGUA-SELECT.cpy".
           COPY "MULTAS-SELECT.cpy".
           COPY "CLIENTES-ALUGUER-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "JORNAL-FD.cpy".

       FD  FICHEIRO-JORNAL-TMP.
       01  REG-JORNAL-TMP         PIC X(605).

       FD  RELATORIO-RECUPERACAO.
       01  RLT-LINHA              PIC X(132).

       FD  FICHEIRO-STOCK.
       01  REG-STOCK              PIC 9(04).

       COPY "FROTA-FD.cpy".

       COPY "CLIENTES-FD.cpy".

       FD  FICHEIRO-CLI-CTL.
       01  REG-CLI-CTL.
           05 CTL-CLI-CONTAGEM    PIC 9(05).
           05 CTL-CLI-HASH        PIC 9(10)V99.

       COPY "EMPREGADOS-FD.cpy".

       FD  FICHEIRO-EMP-CTL.
       01  REG-EMP-CTL.
           05 CTL-EMP-CONTAGEM    PIC 9(05).
           05 CTL-EMP-HASH        PIC 9(10)V99.

       COPY "CONTRATOS-FD.cpy".

       COPY "AGUA-FD.cpy".

       COPY "MULTAS-FD.cpy".

       COPY "CLIENTES-ALUGUER-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "FROTA-WS.cpy".
       COPY "CONTRATOS-WS.cpy".
       COPY "CLIENTES-ALUGUER-WS.cpy".
       77 CARTA-CONDUCAO         PIC X(09) VALUES SPACES.
       77 WS-JORNAL-STATUS       PIC XX VALUES SPACES.
       77 WS-JORNAL-TMP-STATUS   PIC XX VALUES SPACES.
       77 WS-RELATORIO-STATUS    PIC XX VALUES SPACES.
       77 WS-STOCK-STATUS        PIC XX VALUES SPACES.
       77 WS-CLIENTES-STATUS     PIC XX VALUES SPACES.
       77 WS-CLI-CTL-STATUS      PIC XX VALUES SPACES.
       77 WS-EMPREGADOS-STATUS   PIC XX VALUES SPACES.
       77 WS-EMP-CTL-STATUS      PIC XX VALUES SPACES.
       77 WS-AGUA-STATUS         PIC XX VALUES SPACES.
       77 WS-MULTAS-STATUS       PIC XX VALUES SPACES.
       77 WS-ESCRITA-STATUS      PIC XX VALUES SPACES.
       77 WS-NOME-BACKUP-STOCK   PIC X(30) VALUES "STOCK.DAT".
       77 WS-NOME-BACKUP-JORNAL  PIC X(30) VALUES "JORNAL.DAT".
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 2.
       77 WS-FIC-OPCAO           PIC 9(01) VALUES 0.
           88 VALIDAR-FIC-OPCAO VALUES 1 THRU 8.
       77 WS-CONFIRMA            PIC X(01) VALUES SPACES.
       77 WS-FICHEIRO-ALVO       PIC X(20) VALUES SPACES.
       77 WS-ALVO-ABERTO         PIC X(01) VALUES "N".
       77 WS-FIM-JORNAL          PIC X(01) VALUES "N".
      * Momento do backup reposto (DESDE) e limite opcional (ATE) no
      * formato AAAAMMDDHHMMSSCC, o mesmo de JRN-DATA + JRN-HORA.
       77 WS-DESDE-DATA          PIC 9(08) VALUES 0.
       77 WS-DESDE-HORA          PIC 9(04) VALUES 0.
       77 WS-ATE-DATA            PIC 9(08) VALUES 0.
       77 WS-ATE-HORA            PIC 9(04) VALUES 0.
       77 WS-MARCA-DESDE         PIC 9(16) VALUES 0.
       77 WS-MARCA-ATE           PIC 9(16) VALUES 0.
       77 WS-MARCA-ENTRADA       PIC 9(16) VALUES 0.
       77 WS-DATA-LIMITE         PIC 9(08) VALUES 0.
      * Estado do registo no ficheiro e decisao sobre a entrada:
      * W grava novo, R regrava, D apaga, J ja estava feita, X falha.
       77 WS-ATUAL-EXISTE        PIC X(01) VALUES "N".
       77 WS-REG-ATUAL           PIC X(250) VALUES SPACES.
       77 WS-ACAO                PIC X(01) VALUES SPACES.
       77 WS-MOTIVO              PIC X(40) VALUES SPACES.
       77 WS-QTD-LIDAS           PIC 9(05) VALUES 0.
       77 WS-QTD-APLICADAS       PIC 9(05) VALUES 0.
       77 WS-QTD-JA-FEITAS       PIC 9(05) VALUES 0.
       77 WS-QTD-FALHADAS        PIC 9(05) VALUES 0.
       77 WS-QTD-MANTIDAS        PIC 9(07) VALUES 0.
       77 WS-QTD-PURGADAS        PIC 9(07) VALUES 0.
       77 IDX-ING                PIC 9(02) VALUES 0.
       77 IDX-MOVER              PIC 9(02) VALUES 0.
       77 WS-IDX-ALVO            PIC 9(05) VALUES 0.
       77 WS-CTL-CONTAGEM        PIC 9(05) VALUES 0.
       77 WS-CTL-HASH            PIC 9(10)V99 VALUES 0.
       77 WS-FIM-MESTRE          PIC X(01) VALUES "N".
       01 TABELA-STOCK.
           05 STOCK-ING OCCURS 10 TIMES PIC 9(04) VALUES 50.
       01 TABELA-FICHEIROS-JRN.
           05 FILLER              PIC X(20) VALUES "STOCK.DAT".
           05 FILLER              PIC X(20) VALUES "FROTA.DAT".
           05 FILLER              PIC X(20) VALUES "CLIENTES.DAT".
           05 FILLER              PIC X(20) VALUES "EMPREGADOS.DAT".
           05 FILLER              PIC X(20) VALUES "CONTRATOS.DAT".
           05 FILLER              PIC X(20) VALUES "AGUA-CONTAS.DAT".
           05 FILLER              PIC X(20) VALUES "MULTAS.DAT".
           05 FILLER              PIC X(20)
               VALUES "CLIENTES-ALUGUER.DAT".
       01 TABELA-FICHEIROS-JRN-R REDEFINES TABELA-FICHEIROS-JRN.
           05 NOME-FIC-JRN OCCURS 8 TIMES PIC X(20).

       PROCEDURE DIVISION.
       MENU-RECUPERAR.
           MOVE "JORNAL-RECUPERAR" TO WS-JRN-PROGRAMA.
           DISPLAY "=== RECUPERACAO A PARTIR DO JORNAL ===".
           DISPLAY "1 - REFAZER UM FICHEIRO SOBRE O BACKUP REPOSTO".
           DISPLAY "2 - PURGAR ENTRADAS ANTIGAS DO JORNAL".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-RECUPERAR
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM REFAZER-FICHEIRO THRU FIM-REFAZER-FICHEIRO
               WHEN 2
                   PERFORM PURGAR-JORNAL THRU FIM-PURGAR-JORNAL
               WHEN 0
                   STOP RUN
           END-EVALUATE.
           GO MENU-RECUPERAR.

      * O backup do ficheiro tem de ser reposto antes (opcao 8 do
      * menu, ou a copia do dia para os mestres INDEXED); DESDE e o
      * momento em que esse backup foi tirado.
       REFAZER-FICHEIRO.
           DISPLAY "1-STOCK  2-FROTA  3-CLIENTES  4-EMPREGADOS".
           DISPLAY "5-CONTRATOS  6-AGUA-CONTAS  7-MULTAS".
           DISPLAY "8-CLIENTES-ALUGUER".
           DISPLAY "FICHEIRO A REFAZER: " WITH NO ADVANCING.
           ACCEPT WS-FIC-OPCAO.
           IF (NOT VALIDAR-FIC-OPCAO) THEN
               DISPLAY "FICHEIRO INVALIDO!"
               GO FIM-REFAZER-FICHEIRO
           END-IF.
           MOVE NOME-FIC-JRN(WS-FIC-OPCAO) TO WS-FICHEIRO-ALVO.
           DISPLAY "DATA DO BACKUP REPOSTO (AAAAMMDD): "
               WITH NO ADVANCING.
           ACCEPT WS-DESDE-DATA.
           DISPLAY "HORA DO BACKUP REPOSTO (HHMM): " WITH NO ADVANCING.
           ACCEPT WS-DESDE-HORA.
           DISPLAY "REFAZER ATE A DATA (AAAAMMDD, 0 = ATE AO FIM): "
               WITH NO ADVANCING.
           ACCEPT WS-ATE-DATA.
           MOVE 0 TO WS-ATE-HORA.
           IF (WS-ATE-DATA > 0) THEN
               DISPLAY "ATE A HORA (HHMM, 0 = FIM DO DIA): "
                   WITH NO ADVANCING
               ACCEPT WS-ATE-HORA
           END-IF.
           IF (WS-DESDE-DATA = 0) OR (WS-DESDE-HORA > 2359) OR
              (WS-ATE-HORA > 2359) THEN
               DISPLAY "DATA OU HORA INVALIDA!"
               GO FIM-REFAZER-FICHEIRO
           END-IF.
           COMPUTE WS-MARCA-DESDE = WS-DESDE-DATA * 100000000 +
               WS-DESDE-HORA * 10000.
           EVALUATE TRUE
               WHEN WS-ATE-DATA = 0
                   MOVE 9999999999999999 TO WS-MARCA-ATE
               WHEN WS-ATE-HORA = 0
                   COMPUTE WS-MARCA-ATE = WS-ATE-DATA * 100000000 +
                       99999999
               WHEN OTHER
                   COMPUTE WS-MARCA-ATE = WS-ATE-DATA * 100000000 +
                       WS-ATE-HORA * 10000 + 9999
           END-EVALUATE.
           IF (WS-MARCA-ATE <= WS-MARCA-DESDE) THEN
               DISPLAY "O LIMITE TEM DE SER POSTERIOR AO BACKUP!"
               GO FIM-REFAZER-FICHEIRO
           END-IF.
           DISPLAY "CONFIRMA QUE O BACKUP JA FOI REPOSTO (S/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF (WS-CONFIRMA NOT = "S") THEN
               DISPLAY "RECUPERACAO CANCELADA."
               GO FIM-REFAZER-FICHEIRO
           END-IF.
           MOVE SPACES TO WS-JORNAL-STATUS.
           OPEN INPUT FICHEIRO-JORNAL.
           IF (WS-JORNAL-STATUS NOT = "00") THEN
               DISPLAY "JORNAL.DAT INDISPONIVEL (ESTADO "
                   WS-JORNAL-STATUS ") - NADA A REFAZER."
               CLOSE FICHEIRO-JORNAL
               GO FIM-REFAZER-FICHEIRO
           END-IF.
           PERFORM ABRIR-ALVO.
           IF (WS-ALVO-ABERTO NOT = "S") THEN
               CLOSE FICHEIRO-JORNAL
               GO FIM-REFAZER-FICHEIRO
           END-IF.
           MOVE 0 TO WS-QTD-LIDAS.
           MOVE 0 TO WS-QTD-APLICADAS.
           MOVE 0 TO WS-QTD-JA-FEITAS.
           MOVE 0 TO WS-QTD-FALHADAS.
           OPEN OUTPUT RELATORIO-RECUPERACAO.
           MOVE SPACES TO RLT-LINHA.
           STRING "RECUPERACAO DE " DELIMITED BY SIZE
               WS-FICHEIRO-ALVO DELIMITED BY SPACE
               " DESDE " WS-DESDE-DATA " " WS-DESDE-HORA
               DELIMITED BY SIZE INTO RLT-LINHA.
           WRITE RLT-LINHA.
           MOVE "ENTRADAS POR APLICAR:" TO RLT-LINHA.
           WRITE RLT-LINHA.
           MOVE "N" TO WS-FIM-JORNAL.
           PERFORM UNTIL WS-FIM-JORNAL = "S"
               READ FICHEIRO-JORNAL
                   AT END MOVE "S" TO WS-FIM-JORNAL
                   NOT AT END
                       PERFORM TRATAR-ENTRADA THRU FIM-TRATAR-ENTRADA
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-JORNAL.
           PERFORM FECHAR-ALVO.
           MOVE SPACES TO RLT-LINHA.
           STRING "LIDAS " WS-QTD-LIDAS "  APLICADAS " WS-QTD-APLICADAS
               "  JA FEITAS " WS-QTD-JA-FEITAS
               "  POR APLICAR " WS-QTD-FALHADAS
               DELIMITED BY SIZE INTO RLT-LINHA.
           WRITE RLT-LINHA.
           CLOSE RELATORIO-RECUPERACAO.
           DISPLAY "ENTRADAS DO JORNAL LIDAS:  " WS-QTD-LIDAS.
           DISPLAY "APLICADAS:                 " WS-QTD-APLICADAS.
           DISPLAY "JA REFLETIDAS NO FICHEIRO: " WS-QTD-JA-FEITAS.
           DISPLAY "POR APLICAR:               " WS-QTD-FALHADAS.
           IF (WS-QTD-FALHADAS > 0) THEN
               DISPLAY "VER RECUPERACAO-JORNAL.TXT."
           END-IF.

       FIM-REFAZER-FICHEIRO.
           EXIT.

      * Os mestres em tabela (stock, frota e clientes do aluguer)
      * carregam-se para memoria e regravam-se no fim; os mestres
      * INDEXED abrem-se em I-O e cada entrada vai por chave.
       ABRIR-ALVO.
           MOVE "S" TO WS-ALVO-ABERTO.
           EVALUATE WS-FIC-OPCAO
               WHEN 1
                   PERFORM CARREGAR-STOCK
               WHEN 2
                   PERFORM CARREGAR-FROTA
               WHEN 8
                   PERFORM CARREGAR-CLIENTES-ALUGUER
               WHEN 3
                   MOVE SPACES TO WS-CLIENTES-STATUS
                   OPEN I-O FICHEIRO-CLIENTES
                   IF (WS-CLIENTES-STATUS = "35") THEN
                       OPEN OUTPUT FICHEIRO-CLIENTES
                       CLOSE FICHEIRO-CLIENTES
                       OPEN I-O FICHEIRO-CLIENTES
                   END-IF
                   IF (WS-CLIENTES-STATUS NOT = "00") THEN
                       MOVE "N" TO WS-ALVO-ABERTO
                   END-IF
               WHEN 4
                   MOVE SPACES TO WS-EMPREGADOS-STATUS
                   OPEN I-O FICHEIRO-EMPREGADOS
                   IF (WS-EMPREGADOS-STATUS = "35") THEN
                       OPEN OUTPUT FICHEIRO-EMPREGADOS
                       CLOSE FICHEIRO-EMPREGADOS
                       OPEN I-O FICHEIRO-EMPREGADOS
                   END-IF
                   IF (WS-EMPREGADOS-STATUS NOT = "00") THEN
                       MOVE "N" TO WS-ALVO-ABERTO
                   END-IF
               WHEN 5
                   MOVE SPACES TO WS-CONTRATOS-STATUS
                   OPEN I-O FICHEIRO-CONTRATOS
                   IF (WS-CONTRATOS-STATUS = "35") THEN
                       OPEN OUTPUT FICHEIRO-CONTRATOS
                       CLOSE FICHEIRO-CONTRATOS
                       OPEN I-O FICHEIRO-CONTRATOS
                   END-IF
                   IF (WS-CONTRATOS-STATUS NOT = "00") THEN
                       MOVE "N" TO WS-ALVO-ABERTO
                   END-IF
               WHEN 6
                   MOVE SPACES TO WS-AGUA-STATUS
                   OPEN I-O FICHEIRO-AGUA
                   IF (WS-AGUA-STATUS = "35") THEN
                       OPEN OUTPUT FICHEIRO-AGUA
                       CLOSE FICHEIRO-AGUA
                       OPEN I-O FICHEIRO-AGUA
                   END-IF
                   IF (WS-AGUA-STATUS NOT = "00") THEN
                       MOVE "N" TO WS-ALVO-ABERTO
                   END-IF
               WHEN 7
                   MOVE SPACES TO WS-MULTAS-STATUS
                   OPEN I-O FICHEIRO-MULTAS
                   IF (WS-MULTAS-STATUS = "35") THEN
                       OPEN OUTPUT FICHEIRO-MULTAS
                       CLOSE FICHEIRO-MULTAS
                       OPEN I-O FICHEIRO-MULTAS
                   END-IF
                   IF (WS-MULTAS-STATUS NOT = "00") THEN
                       MOVE "N" TO WS-ALVO-ABERTO
                   END-IF
           END-EVALUATE.
           IF (WS-ALVO-ABERTO NOT = "S") THEN
               DISPLAY WS-FICHEIRO-ALVO " INDISPONIVEL - RECUPERACAO"
                   " CANCELADA."
           END-IF.

      * A regravacao dos mestres em tabela nao volta a ir para o
      * jornal: a imagem passa a ser a propria tabela antes de gravar.
      * O controlo da frota conferia com o backup reposto e e refeito
      * pela regravacao; nos INDEXED recontam-se os registos.
       FECHAR-ALVO.
           EVALUATE WS-FIC-OPCAO
               WHEN 1
                   PERFORM GRAVAR-STOCK
               WHEN 2
                   MOVE TABELA-FROTA TO WS-JRN-IMAGEM-FROTA
                   MOVE WS-NUM-VIATURAS TO WS-JRN-NUM-FROTA
                   MOVE "N" TO WS-FROTA-CTL-ERRO
                   PERFORM GRAVAR-FROTA
               WHEN 8
                   MOVE TABELA-CLIENTES-ALUGUER TO WS-JRN-IMAGEM-CAL
                   MOVE WS-NUM-CLIENTES-ALG TO WS-JRN-NUM-CAL
                   MOVE "N" TO WS-CAL-CTL-ERRO
                   PERFORM GRAVAR-CLIENTES-ALUGUER
               WHEN 3
                   CLOSE FICHEIRO-CLIENTES
                   PERFORM REFAZER-CONTROLO-CLIENTES
               WHEN 4
                   CLOSE FICHEIRO-EMPREGADOS
                   PERFORM REFAZER-CONTROLO-EMPREGADOS
               WHEN 5
                   CLOSE FICHEIRO-CONTRATOS
                   PERFORM REFAZER-CONTROLO-CONTRATOS
               WHEN 6
                   CLOSE FICHEIRO-AGUA
               WHEN 7
                   CLOSE FICHEIRO-MULTAS
           END-EVALUATE.

      * So contam as entradas do ficheiro escolhido posteriores ao
      * backup e dentro do limite.
       TRATAR-ENTRADA.
           IF (JRN-FICHEIRO NOT = WS-FICHEIRO-ALVO) THEN
               GO FIM-TRATAR-ENTRADA
           END-IF.
           COMPUTE WS-MARCA-ENTRADA = JRN-DATA * 100000000 + JRN-HORA.
           IF (WS-MARCA-ENTRADA <= WS-MARCA-DESDE) OR
              (WS-MARCA-ENTRADA > WS-MARCA-ATE) THEN
               GO FIM-TRATAR-ENTRADA
           END-IF.
           ADD 1 TO WS-QTD-LIDAS.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE WS-FIC-OPCAO
               WHEN 1 PERFORM APLICAR-STOCK THRU FIM-APLICAR-STOCK
               WHEN 2 PERFORM APLICAR-FROTA THRU FIM-APLICAR-FROTA
               WHEN 3 PERFORM APLICAR-CLIENTES
               WHEN 4 PERFORM APLICAR-EMPREGADOS
               WHEN 5 PERFORM APLICAR-CONTRATOS
               WHEN 6 PERFORM APLICAR-AGUA
               WHEN 7 PERFORM APLICAR-MULTAS
               WHEN 8 PERFORM APLICAR-CLIENTES-ALUGUER
                          THRU FIM-APLICAR-CLIENTES-ALUGUER
           END-EVALUATE.
           EVALUATE WS-ACAO
               WHEN "J"
                   ADD 1 TO WS-QTD-JA-FEITAS
               WHEN "X"
                   ADD 1 TO WS-QTD-FALHADAS
                   PERFORM REGISTAR-FALHA
               WHEN OTHER
                   ADD 1 TO WS-QTD-APLICADAS
           END-EVALUATE.

       FIM-TRATAR-ENTRADA.
           EXIT.

      * Decide o que fazer com a entrada conforme o registo esta no
      * ficheiro (WS-ATUAL-EXISTE e WS-REG-ATUAL). Um apagamento sem
      * imagem anterior (protecao de dados) apaga sem conferir.
       DECIDIR-ACAO.
           MOVE "X" TO WS-ACAO.
           EVALUATE JRN-OPERACAO
               WHEN "I"
                   EVALUATE TRUE
                       WHEN WS-ATUAL-EXISTE = "N"
                           MOVE "W" TO WS-ACAO
                       WHEN WS-REG-ATUAL = JRN-DEPOIS
                           MOVE "J" TO WS-ACAO
                       WHEN OTHER
                           MOVE "REGISTO JA EXISTE COM OUTROS DADOS"
                               TO WS-MOTIVO
                   END-EVALUATE
               WHEN "A"
                   EVALUATE TRUE
                       WHEN WS-ATUAL-EXISTE = "N"
                           MOVE "REGISTO INEXISTENTE" TO WS-MOTIVO
                       WHEN WS-REG-ATUAL = JRN-ANTES
                           MOVE "R" TO WS-ACAO
                       WHEN WS-REG-ATUAL = JRN-DEPOIS
                           MOVE "J" TO WS-ACAO
                       WHEN OTHER
                           MOVE "IMAGEM ANTERIOR NAO CONFERE"
                               TO WS-MOTIVO
                   END-EVALUATE
               WHEN "E"
                   EVALUATE TRUE
                       WHEN WS-ATUAL-EXISTE = "N"
                           MOVE "J" TO WS-ACAO
                       WHEN JRN-ANTES = SPACES
                           MOVE "D" TO WS-ACAO
                       WHEN WS-REG-ATUAL = JRN-ANTES
                           MOVE "D" TO WS-ACAO
                       WHEN OTHER
                           MOVE "IMAGEM ANTERIOR NAO CONFERE"
                               TO WS-MOTIVO
                   END-EVALUATE
               WHEN OTHER
                   MOVE "OPERACAO DESCONHECIDA" TO WS-MOTIVO
           END-EVALUATE.

      * A chave do stock no jornal e o numero da linha (ingrediente).
       APLICAR-STOCK.
           MOVE "X" TO WS-ACAO.
           IF (JRN-CHAVE(1:5) IS NOT NUMERIC) THEN
               MOVE "LINHA DE STOCK INVALIDA" TO WS-MOTIVO
               GO FIM-APLICAR-STOCK
           END-IF.
           MOVE JRN-CHAVE(1:5) TO WS-IDX-ALVO.
           IF (WS-IDX-ALVO < 1) OR (WS-IDX-ALVO > 10) THEN
               MOVE "LINHA DE STOCK INVALIDA" TO WS-MOTIVO
               GO FIM-APLICAR-STOCK
           END-IF.
           MOVE "S" TO WS-ATUAL-EXISTE.
           MOVE SPACES TO WS-REG-ATUAL.
           MOVE STOCK-ING(WS-IDX-ALVO) TO WS-REG-ATUAL(1:4).
           PERFORM DECIDIR-ACAO.
           EVALUATE WS-ACAO
               WHEN "R"
                   MOVE JRN-DEPOIS(1:4) TO STOCK-ING(WS-IDX-ALVO)
               WHEN "W"
               WHEN "D"
                   MOVE "X" TO WS-ACAO
                   MOVE "OPERACAO SEM SENTIDO NO STOCK" TO WS-MOTIVO
           END-EVALUATE.

       FIM-APLICAR-STOCK.
           EXIT.

      * Na frota a viatura procura-se pela matricula; a criada
      * acrescenta-se no fim e a retirada sai da tabela.
       APLICAR-FROTA.
           MOVE "N" TO WS-ATUAL-EXISTE.
           MOVE SPACES TO WS-REG-ATUAL.
           MOVE 0 TO WS-IDX-ALVO.
           PERFORM VARYING IDX-FROTA FROM 1 BY 1
               UNTIL IDX-FROTA > WS-NUM-VIATURAS
               IF (FR-T-PLACA(IDX-FROTA) = JRN-CHAVE(1:8)) THEN
                   MOVE IDX-FROTA TO WS-IDX-ALVO
               END-IF
           END-PERFORM.
           IF (WS-IDX-ALVO > 0) THEN
               MOVE "S" TO WS-ATUAL-EXISTE
               MOVE FROTA-ITEM(WS-IDX-ALVO) TO WS-REG-ATUAL
           END-IF.
           PERFORM DECIDIR-ACAO.
           EVALUATE WS-ACAO
               WHEN "W"
                   IF (WS-NUM-VIATURAS >= 20) THEN
                       MOVE "X" TO WS-ACAO
                       MOVE "TABELA DA FROTA CHEIA" TO WS-MOTIVO
                       GO FIM-APLICAR-FROTA
                   END-IF
                   ADD 1 TO WS-NUM-VIATURAS
                   MOVE JRN-DEPOIS TO FROTA-ITEM(WS-NUM-VIATURAS)
               WHEN "R"
                   MOVE JRN-DEPOIS TO FROTA-ITEM(WS-IDX-ALVO)
               WHEN "D"
                   PERFORM VARYING IDX-MOVER FROM WS-IDX-ALVO BY 1
                       UNTIL IDX-MOVER >= WS-NUM-VIATURAS
                       MOVE FROTA-ITEM(IDX-MOVER + 1)
                           TO FROTA-ITEM(IDX-MOVER)
                   END-PERFORM
                   MOVE SPACES TO FROTA-ITEM(WS-NUM-VIATURAS)
                   SUBTRACT 1 FROM WS-NUM-VIATURAS
           END-EVALUATE.

       FIM-APLICAR-FROTA.
           EXIT.

      * Nos clientes do aluguer o cliente procura-se pela carta de
      * conducao; o criado acrescenta-se no fim e o apagado sai da
      * tabela.
       APLICAR-CLIENTES-ALUGUER.
           MOVE "N" TO WS-ATUAL-EXISTE.
           MOVE SPACES TO WS-REG-ATUAL.
           MOVE 0 TO WS-IDX-ALVO.
           PERFORM VARYING IDX-CAL FROM 1 BY 1
               UNTIL IDX-CAL > WS-NUM-CLIENTES-ALG
               IF (CAL-T-CARTA(IDX-CAL) = JRN-CHAVE(1:9)) THEN
                   MOVE IDX-CAL TO WS-IDX-ALVO
               END-IF
           END-PERFORM.
           IF (WS-IDX-ALVO > 0) THEN
               MOVE "S" TO WS-ATUAL-EXISTE
               MOVE CAL-ITEM(WS-IDX-ALVO) TO WS-REG-ATUAL
           END-IF.
           PERFORM DECIDIR-ACAO.
           EVALUATE WS-ACAO
               WHEN "W"
                   IF (WS-NUM-CLIENTES-ALG >= 200) THEN
                       MOVE "X" TO WS-ACAO
                       MOVE "TABELA DE CLIENTES CHEIA" TO WS-MOTIVO
                       GO FIM-APLICAR-CLIENTES-ALUGUER
                   END-IF
                   ADD 1 TO WS-NUM-CLIENTES-ALG
                   MOVE JRN-DEPOIS TO CAL-ITEM(WS-NUM-CLIENTES-ALG)
               WHEN "R"
                   MOVE JRN-DEPOIS TO CAL-ITEM(WS-IDX-ALVO)
               WHEN "D"
                   PERFORM VARYING IDX-CAL FROM WS-IDX-ALVO BY 1
                       UNTIL IDX-CAL >= WS-NUM-CLIENTES-ALG
                       MOVE CAL-ITEM(IDX-CAL + 1) TO CAL-ITEM(IDX-CAL)
                   END-PERFORM
                   MOVE SPACES TO CAL-ITEM(WS-NUM-CLIENTES-ALG)
                   SUBTRACT 1 FROM WS-NUM-CLIENTES-ALG
           END-EVALUATE.

       FIM-APLICAR-CLIENTES-ALUGUER.
           EXIT.

       APLICAR-CLIENTES.
           MOVE JRN-CHAVE(1:9) TO CLI-CONTATO.
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   MOVE "N" TO WS-ATUAL-EXISTE
                   MOVE SPACES TO WS-REG-ATUAL
               NOT INVALID KEY
                   MOVE "S" TO WS-ATUAL-EXISTE
                   MOVE REG-CLIENTE-MESTRE TO WS-REG-ATUAL
           END-READ.
           PERFORM DECIDIR-ACAO.
           EVALUATE WS-ACAO
               WHEN "W"
                   MOVE JRN-DEPOIS TO REG-CLIENTE-MESTRE
                   WRITE REG-CLIENTE-MESTRE
               WHEN "R"
                   MOVE JRN-DEPOIS TO REG-CLIENTE-MESTRE
                   REWRITE REG-CLIENTE-MESTRE
               WHEN "D"
                   DELETE FICHEIRO-CLIENTES RECORD
           END-EVALUATE.
           MOVE WS-CLIENTES-STATUS TO WS-ESCRITA-STATUS.
           PERFORM CONFERIR-ESCRITA.

       APLICAR-EMPREGADOS.
           MOVE JRN-CHAVE TO EMP-NOME.
           READ FICHEIRO-EMPREGADOS
               INVALID KEY
                   MOVE "N" TO WS-ATUAL-EXISTE
                   MOVE SPACES TO WS-REG-ATUAL
               NOT INVALID KEY
                   MOVE "S" TO WS-ATUAL-EXISTE
                   MOVE REG-EMPREGADO TO WS-REG-ATUAL
           END-READ.
           PERFORM DECIDIR-ACAO.
           EVALUATE WS-ACAO
               WHEN "W"
                   MOVE JRN-DEPOIS TO REG-EMPREGADO
                   WRITE REG-EMPREGADO
               WHEN "R"
                   MOVE JRN-DEPOIS TO REG-EMPREGADO
                   REWRITE REG-EMPREGADO
               WHEN "D"
                   DELETE FICHEIRO-EMPREGADOS RECORD
           END-EVALUATE.
           MOVE WS-EMPREGADOS-STATUS TO WS-ESCRITA-STATUS.
           PERFORM CONFERIR-ESCRITA.

       APLICAR-CONTRATOS.
           MOVE JRN-CHAVE(1:4) TO CTR-NUM.
           READ FICHEIRO-CONTRATOS
               INVALID KEY
                   MOVE "N" TO WS-ATUAL-EXISTE
                   MOVE SPACES TO WS-REG-ATUAL
               NOT INVALID KEY
                   MOVE "S" TO WS-ATUAL-EXISTE
                   MOVE REG-CONTRATO TO WS-REG-ATUAL
           END-READ.
           PERFORM DECIDIR-ACAO.
           EVALUATE WS-ACAO
               WHEN "W"
                   MOVE JRN-DEPOIS TO REG-CONTRATO
                   WRITE REG-CONTRATO
               WHEN "R"
                   MOVE JRN-DEPOIS TO REG-CONTRATO
                   REWRITE REG-CONTRATO
               WHEN "D"
                   DELETE FICHEIRO-CONTRATOS RECORD
           END-EVALUATE.
           MOVE WS-CONTRATOS-STATUS TO WS-ESCRITA-STATUS.
           PERFORM CONFERIR-ESCRITA.

       APLICAR-AGUA.
           MOVE JRN-CHAVE(1:16) TO AGUA-CHAVE.
           READ FICHEIRO-AGUA
               INVALID KEY
                   MOVE "N" TO WS-ATUAL-EXISTE
                   MOVE SPACES TO WS-REG-ATUAL
               NOT INVALID KEY
                   MOVE "S" TO WS-ATUAL-EXISTE
                   MOVE REG-LEITURA-AGUA TO WS-REG-ATUAL
           END-READ.
           PERFORM DECIDIR-ACAO.
           EVALUATE WS-ACAO
               WHEN "W"
                   MOVE JRN-DEPOIS TO REG-LEITURA-AGUA
                   WRITE REG-LEITURA-AGUA
               WHEN "R"
                   MOVE JRN-DEPOIS TO REG-LEITURA-AGUA
                   REWRITE REG-LEITURA-AGUA
               WHEN "D"
                   DELETE FICHEIRO-AGUA RECORD
           END-EVALUATE.
           MOVE WS-AGUA-STATUS TO WS-ESCRITA-STATUS.
           PERFORM CONFERIR-ESCRITA.

       APLICAR-MULTAS.
           MOVE JRN-CHAVE(1:18) TO MUL-CHAVE.
           READ FICHEIRO-MULTAS
               INVALID KEY
                   MOVE "N" TO WS-ATUAL-EXISTE
                   MOVE SPACES TO WS-REG-ATUAL
               NOT INVALID KEY
                   MOVE "S" TO WS-ATUAL-EXISTE
                   MOVE REG-MULTA TO WS-REG-ATUAL
           END-READ.
           PERFORM DECIDIR-ACAO.
           EVALUATE WS-ACAO
               WHEN "W"
                   MOVE JRN-DEPOIS TO REG-MULTA
                   WRITE REG-MULTA
               WHEN "R"
                   MOVE JRN-DEPOIS TO REG-MULTA
                   REWRITE REG-MULTA
               WHEN "D"
                   DELETE FICHEIRO-MULTAS RECORD
           END-EVALUATE.
           MOVE WS-MULTAS-STATUS TO WS-ESCRITA-STATUS.
           PERFORM CONFERIR-ESCRITA.

       CONFERIR-ESCRITA.
           IF (WS-ACAO = "W" OR "R" OR "D") AND
              (WS-ESCRITA-STATUS NOT = "00") THEN
               MOVE "X" TO WS-ACAO
               MOVE SPACES TO WS-MOTIVO
               STRING "ERRO DE ESCRITA (ESTADO "
                   WS-ESCRITA-STATUS ")"
                   DELIMITED BY SIZE INTO WS-MOTIVO
           END-IF.

       REGISTAR-FALHA.
           MOVE SPACES TO RLT-LINHA.
           STRING JRN-DATA " " JRN-HORA(1:6) " " JRN-OPERACAO " "
               JRN-CHAVE " " JRN-PROGRAMA(1:15) " " JRN-OPERADOR
               " " WS-MOTIVO
               DELIMITED BY SIZE INTO RLT-LINHA.
           WRITE RLT-LINHA.

       CARREGAR-STOCK.
           MOVE SPACES TO WS-STOCK-STATUS.
           OPEN INPUT FICHEIRO-STOCK.
           IF (WS-STOCK-STATUS = "00") THEN
               PERFORM VARYING IDX-ING FROM 1 BY 1 UNTIL IDX-ING > 10
                   READ FICHEIRO-STOCK
                       AT END MOVE 50 TO REG-STOCK
                   END-READ
                   MOVE REG-STOCK TO STOCK-ING(IDX-ING)
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-STOCK.

       GRAVAR-STOCK.
           CALL "BACKUP-FICHEIRO" USING WS-NOME-BACKUP-STOCK.
           OPEN OUTPUT FICHEIRO-STOCK.
           PERFORM VARYING IDX-ING FROM 1 BY 1 UNTIL IDX-ING > 10
               MOVE STOCK-ING(IDX-ING) TO REG-STOCK
               WRITE REG-STOCK
           END-PERFORM.
           CLOSE FICHEIRO-STOCK.

      * Na recuperacao a frota vazia fica vazia - o backup reposto e
      * o ponto de partida.
       SEMEAR-FROTA.
           CONTINUE.

      * Os registos de controlo refazem-se pela contagem do ficheiro
      * recuperado (a soma e a mesma que os programas conferem).
       REFAZER-CONTROLO-CLIENTES.
           MOVE 0 TO WS-CTL-CONTAGEM.
           MOVE 0 TO WS-CTL-HASH.
           MOVE "N" TO WS-FIM-MESTRE.
           OPEN INPUT FICHEIRO-CLIENTES.
           IF (WS-CLIENTES-STATUS = "00") THEN
               PERFORM UNTIL WS-FIM-MESTRE = "S"
                   READ FICHEIRO-CLIENTES NEXT
                       AT END MOVE "S" TO WS-FIM-MESTRE
                       NOT AT END
                           ADD 1 TO WS-CTL-CONTAGEM
                           ADD CLI-PONTOS TO WS-CTL-HASH
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-CLIENTES.
           OPEN OUTPUT FICHEIRO-CLI-CTL.
           MOVE WS-CTL-CONTAGEM TO CTL-CLI-CONTAGEM.
           MOVE WS-CTL-HASH TO CTL-CLI-HASH.
           WRITE REG-CLI-CTL.
           CLOSE FICHEIRO-CLI-CTL.

       REFAZER-CONTROLO-EMPREGADOS.
           MOVE 0 TO WS-CTL-CONTAGEM.
           MOVE 0 TO WS-CTL-HASH.
           MOVE "N" TO WS-FIM-MESTRE.
           OPEN INPUT FICHEIRO-EMPREGADOS.
           IF (WS-EMPREGADOS-STATUS = "00") THEN
               PERFORM UNTIL WS-FIM-MESTRE = "S"
                   READ FICHEIRO-EMPREGADOS NEXT
                       AT END MOVE "S" TO WS-FIM-MESTRE
                       NOT AT END
                           ADD 1 TO WS-CTL-CONTAGEM
                           ADD EMP-SALARIO-BASE TO WS-CTL-HASH
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-EMPREGADOS.
           OPEN OUTPUT FICHEIRO-EMP-CTL.
           MOVE WS-CTL-CONTAGEM TO CTL-EMP-CONTAGEM.
           MOVE WS-CTL-HASH TO CTL-EMP-HASH.
           WRITE REG-EMP-CTL.
           CLOSE FICHEIRO-EMP-CTL.

       REFAZER-CONTROLO-CONTRATOS.
           MOVE 0 TO WS-CTL-CONTAGEM.
           MOVE 0 TO WS-CTL-HASH.
           MOVE "N" TO WS-FIM-MESTRE.
           OPEN INPUT FICHEIRO-CONTRATOS.
           IF (WS-CONTRATOS-STATUS = "00") THEN
               PERFORM UNTIL WS-FIM-MESTRE = "S"
                   READ FICHEIRO-CONTRATOS NEXT
                       AT END MOVE "S" TO WS-FIM-MESTRE
                       NOT AT END
                           ADD 1 TO WS-CTL-CONTAGEM
                           ADD CTR-CAUCAO TO WS-CTL-HASH
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-CONTRATOS.
           OPEN OUTPUT FICHEIRO-CONTRATOS-CTL.
           MOVE WS-CTL-CONTAGEM TO CTL-CTR-CONTAGEM.
           MOVE WS-CTL-HASH TO CTL-CTR-HASH.
           WRITE REG-CONTRATOS-CTL.
           CLOSE FICHEIRO-CONTRATOS-CTL.

      * O jornal cresce todos os dias: as entradas anteriores a data
      * limite saem (com salvaguarda previa) e as restantes ficam pela
      * mesma ordem.
       PURGAR-JORNAL.
           DISPLAY "APAGAR AS ENTRADAS ANTERIORES A (AAAAMMDD): "
               WITH NO ADVANCING.
           ACCEPT WS-DATA-LIMITE.
           IF (WS-DATA-LIMITE = 0) THEN
               DISPLAY "DATA INVALIDA!"
               GO FIM-PURGAR-JORNAL
           END-IF.
           DISPLAY "CONFIRMA A PURGA (S/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF (WS-CONFIRMA NOT = "S") THEN
               DISPLAY "PURGA CANCELADA."
               GO FIM-PURGAR-JORNAL
           END-IF.
           MOVE SPACES TO WS-JORNAL-STATUS.
           OPEN INPUT FICHEIRO-JORNAL.
           IF (WS-JORNAL-STATUS NOT = "00") THEN
               DISPLAY "JORNAL.DAT INDISPONIVEL (ESTADO "
                   WS-JORNAL-STATUS ") - NADA A PURGAR."
               CLOSE FICHEIRO-JORNAL
               GO FIM-PURGAR-JORNAL
           END-IF.
           MOVE 0 TO WS-QTD-MANTIDAS.
           MOVE 0 TO WS-QTD-PURGADAS.
           OPEN OUTPUT FICHEIRO-JORNAL-TMP.
           MOVE "N" TO WS-FIM-JORNAL.
           PERFORM UNTIL WS-FIM-JORNAL = "S"
               READ FICHEIRO-JORNAL
                   AT END MOVE "S" TO WS-FIM-JORNAL
                   NOT AT END
                       IF (JRN-DATA < WS-DATA-LIMITE) THEN
                           ADD 1 TO WS-QTD-PURGADAS
                       ELSE
                           ADD 1 TO WS-QTD-MANTIDAS
                           MOVE REG-JORNAL TO REG-JORNAL-TMP
                           WRITE REG-JORNAL-TMP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-JORNAL.
           CLOSE FICHEIRO-JORNAL-TMP.
           IF (WS-QTD-PURGADAS = 0) THEN
               DISPLAY "NENHUMA ENTRADA ANTERIOR A " WS-DATA-LIMITE "."
               GO FIM-PURGAR-JORNAL
           END-IF.
           CALL "BACKUP-FICHEIRO" USING WS-NOME-BACKUP-JORNAL.
           OPEN INPUT FICHEIRO-JORNAL-TMP.
           OPEN OUTPUT FICHEIRO-JORNAL.
           MOVE "N" TO WS-FIM-JORNAL.
           PERFORM UNTIL WS-FIM-JORNAL = "S"
               READ FICHEIRO-JORNAL-TMP
                   AT END MOVE "S" TO WS-FIM-JORNAL
                   NOT AT END
                       MOVE REG-JORNAL-TMP TO REG-JORNAL
                       WRITE REG-JORNAL
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-JORNAL-TMP.
           CLOSE FICHEIRO-JORNAL.
           DISPLAY "ENTRADAS PURGADAS: " WS-QTD-PURGADAS.
           DISPLAY "ENTRADAS MANTIDAS: " WS-QTD-MANTIDAS.

       FIM-PURGAR-JORNAL.
           EXIT.

       COPY "FROTA-PROC.cpy".

       COPY "CLIENTES-ALUGUER-PROC.cpy".

       END PROGRAM JORNAL-RECUPERAR.
