      ******************************************************************
      * Author:
      * Date:
      * Purpose: Folha de preparacao do dia seguinte - olha para o
      *          mesmo dia da semana nas ultimas semanas (PEDIDOS.DAT
      *          e os arquivos PEDIDOS-ARQ-AAAA.DAT do T04-ARQUIVO),
      *          preve as pizzas por tamanho e crosta, converte-as em
      *          bolas de massa e porcoes de ingrediente pela receita
      *          e imprime a folha em FOLHA-PREPARACAO.TXT com o stock
      *          atual de STOCK.DAT ao lado de cada ingrediente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T04-PREVISAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * O mesmo registo serve PEDIDOS.DAT e os arquivos anuais.
           SELECT FICHEIRO-PEDIDOS ASSIGN TO WS-NOME-PEDIDOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDIDOS-STATUS.
           SELECT FICHEIRO-STOCK ASSIGN TO "STOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT FOLHA-PREPARACAO ASSIGN TO "FOLHA-PREPARACAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "PRECOS-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "PEDIDOS-FD.cpy".

       FD  FICHEIRO-STOCK.
       01  REG-STOCK             PIC 9(04).

       FD  FOLHA-PREPARACAO.
       01  FOLHA-LINHA           PIC X(80).

       COPY "PRECOS-FD.cpy".

       WORKING-STORAGE SECTION.
       77 WS-PEDIDOS-STATUS      PIC XX VALUES SPACES.
       77 WS-STOCK-STATUS        PIC XX VALUES SPACES.
       77 WS-NOME-PEDIDOS        PIC X(20) VALUES SPACES.
       COPY "PRECOS-WS.cpy".
       COPY "RECEITA-WS.cpy".
       77 IDX-ING                PIC 9(02) VALUES 0.
       77 IDX-PIZZA              PIC 9(02) VALUES 0.
       77 IDX-TAM                PIC 9(01) VALUES 0.
       77 IDX-CRS                PIC 9(01) VALUES 0.
       77 IDX-AMO                PIC 9(02) VALUES 0.
       77 WS-AMO-ACHADA          PIC 9(02) VALUES 0.
       01 TABELA-STOCK.
           05 STOCK-ING OCCURS 10 TIMES PIC 9(04) VALUES 50.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-DATA-ALVO           PIC 9(08) VALUES 0.
       77 WS-DIA-ALVO-INT        PIC 9(08) VALUES 0.
       77 WS-DIA-INT             PIC 9(08) VALUES 0.
       77 WS-DIA-SEMANA          PIC 9(01) VALUES 0.
       77 WS-NUM-SEMANAS         PIC 9(02) VALUES 0.
           88 VALIDAR-NUM-SEMANAS VALUES 1 THRU 12.
       77 WS-MARGEM              PIC 9(02) VALUES 0.
       77 WS-DIAS-COM-VENDA      PIC 9(02) VALUES 0.
       77 WS-ANO-INICIO          PIC 9(04) VALUES 0.
       77 WS-ANO-FIM             PIC 9(04) VALUES 0.
       77 WS-ANO-LER             PIC 9(04) VALUES 0.
       01 WS-DATA-TRAB.
           05 WS-DT-ANO           PIC 9(04).
           05 WS-DT-MES           PIC 9(02).
           05 WS-DT-DIA           PIC 9(02).
       01 WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB PIC 9(08).
       01 TABELA-DIAS-SEMANA.
           05 FILLER              PIC X(07) VALUES "SEGUNDA".
           05 FILLER              PIC X(07) VALUES "TERCA".
           05 FILLER              PIC X(07) VALUES "QUARTA".
           05 FILLER              PIC X(07) VALUES "QUINTA".
           05 FILLER              PIC X(07) VALUES "SEXTA".
           05 FILLER              PIC X(07) VALUES "SABADO".
           05 FILLER              PIC X(07) VALUES "DOMINGO".
       01 TABELA-DIAS-SEMANA-R REDEFINES TABELA-DIAS-SEMANA.
           05 NOME-DIA-SEMANA OCCURS 7 TIMES PIC X(07).
      * Dias de amostra: o mesmo dia da semana, N semanas para tras
       01 TABELA-AMOSTRAS.
           05 AMO-ITEM OCCURS 12 TIMES.
               10 AMO-DATA-NUM        PIC 9(08).
               10 AMO-DATA-TXT        PIC X(10).
               10 AMO-PEDIDOS         PIC 9(05).
               10 AMO-PIZZAS          PIC 9(05).
      * Acumulados das amostras e previsao
       01 TABELA-CONTAGEM.
           05 CNT-TAMANHO OCCURS 4 TIMES.
               10 CNT-CROSTA OCCURS 4 TIMES PIC 9(06).
       01 TABELA-PREVISTA.
           05 PRV-TAMANHO OCCURS 4 TIMES.
               10 PRV-CROSTA OCCURS 4 TIMES PIC 9(05).
       01 TABELA-PORCOES.
           05 CNT-ING OCCURS 10 TIMES PIC 9(07).
       01 TABELA-PORCOES-PREV.
           05 PRV-ING OCCURS 10 TIMES PIC 9(05).
       01 TABELA-CHAVES-ING.
           05 ING-CHAVE OCCURS 10 TIMES PIC X(12).
       77 WS-CONTAGEM            PIC 9(07) VALUES 0.
       77 WS-PREVISTO            PIC 9(05) VALUES 0.
       77 WS-DIVIDENDO           PIC 9(09) VALUES 0.
       77 WS-DIVISOR             PIC 9(05) VALUES 0.
       77 WS-RESTO               PIC 9(05) VALUES 0.
       77 WS-TAMANHO             PIC 9(01) VALUES 0.
       77 WS-CROSTA              PIC 9(01) VALUES 0.
       77 WS-LISTA               PIC X(80) VALUES SPACES.
       77 WS-PALAVRA             PIC X(12) VALUES SPACES.
       77 WS-PTR                 PIC 9(03) VALUES 1.
       77 WS-TOTAL-TAMANHO       PIC 9(05) VALUES 0.
       77 WS-TOTAL-PIZZAS        PIC 9(05) VALUES 0.
       77 WS-SEM-GLUTEN          PIC 9(05) VALUES 0.
       77 WS-FALTA               PIC 9(05) VALUES 0.
       77 WS-FORMAT-QTD          PIC ZZZZ9.
       77 WS-FORMAT-QTD2         PIC ZZZZ9.
       77 WS-FORMAT-QTD3         PIC ZZZZ9.
       77 WS-FORMAT-QTD4         PIC ZZZZ9.
       77 WS-FORMAT-QTD5         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== FOLHA DE PREPARACAO / PREVISAO DE MASSA ===".
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           DISPLAY "DATA A PREPARAR AAAAMMDD (ENTER=AMANHA): "
               WITH NO ADVANCING.
           ACCEPT WS-DATA-ALVO.
           IF (WS-DATA-ALVO = 0) THEN
               COMPUTE WS-DIA-ALVO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE) + 1
               COMPUTE WS-DATA-ALVO =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-ALVO-INT)
           ELSE
               COMPUTE WS-DIA-ALVO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-ALVO)
           END-IF.
           DISPLAY "SEMANAS DE HISTORICO (1-12, ENTER=6): "
               WITH NO ADVANCING.
           ACCEPT WS-NUM-SEMANAS.
           IF (NOT VALIDAR-NUM-SEMANAS) THEN
               MOVE 6 TO WS-NUM-SEMANAS
           END-IF.
           DISPLAY "MARGEM DE SEGURANCA EM % (ENTER=10): "
               WITH NO ADVANCING.
           ACCEPT WS-MARGEM.
           IF (WS-MARGEM = 0) THEN
               MOVE 10 TO WS-MARGEM
           END-IF.
           COMPUTE WS-DIA-SEMANA = FUNCTION REM(WS-DIA-ALVO-INT 7).
           IF (WS-DIA-SEMANA = 0) THEN
               MOVE 7 TO WS-DIA-SEMANA
           END-IF.
           PERFORM CARREGAR-PRECOS.
           PERFORM PREPARAR-CHAVES-ING.
           PERFORM PREPARAR-AMOSTRAS.
           MOVE "PEDIDOS.DAT" TO WS-NOME-PEDIDOS.
           PERFORM LER-FICHEIRO-PEDIDOS.
      * Os dias de amostra que ja foram arquivados estao nos ficheiros
      * anuais; um arquivo inexistente simplesmente nao conta.
           PERFORM VARYING WS-ANO-LER FROM WS-ANO-INICIO BY 1
               UNTIL WS-ANO-LER > WS-ANO-FIM
               MOVE SPACES TO WS-NOME-PEDIDOS
               STRING "PEDIDOS-ARQ-" WS-ANO-LER ".DAT"
                   DELIMITED BY SIZE INTO WS-NOME-PEDIDOS
               PERFORM LER-FICHEIRO-PEDIDOS
           END-PERFORM.
           MOVE 0 TO WS-DIAS-COM-VENDA.
           PERFORM VARYING IDX-AMO FROM 1 BY 1
               UNTIL IDX-AMO > WS-NUM-SEMANAS
               IF (AMO-PEDIDOS(IDX-AMO) > 0) THEN
                   ADD 1 TO WS-DIAS-COM-VENDA
               END-IF
           END-PERFORM.
           IF (WS-DIAS-COM-VENDA = 0) THEN
               DISPLAY "SEM VENDAS AO/A " NOME-DIA-SEMANA(WS-DIA-SEMANA)
                   " NAS ULTIMAS " WS-NUM-SEMANAS
                   " SEMANAS - NAO HA BASE PARA A PREVISAO."
               GO FIM-PREVISAO
           END-IF.
           PERFORM CALCULAR-PREVISAO.
           PERFORM CARREGAR-STOCK.
           PERFORM IMPRIMIR-FOLHA.
           DISPLAY "FOLHA GRAVADA EM FOLHA-PREPARACAO.TXT".
           GO FIM-PREVISAO.

       PREPARAR-AMOSTRAS.
           INITIALIZE TABELA-AMOSTRAS.
           INITIALIZE TABELA-CONTAGEM.
           INITIALIZE TABELA-PORCOES.
           PERFORM VARYING IDX-AMO FROM 1 BY 1
               UNTIL IDX-AMO > WS-NUM-SEMANAS
               COMPUTE WS-DIA-INT = WS-DIA-ALVO-INT - (7 * IDX-AMO)
               COMPUTE WS-DATA-TRAB-R =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               MOVE WS-DATA-TRAB-R TO AMO-DATA-NUM(IDX-AMO)
               STRING WS-DT-DIA "/" WS-DT-MES "/" WS-DT-ANO
                   DELIMITED BY SIZE INTO AMO-DATA-TXT(IDX-AMO)
           END-PERFORM.
           MOVE AMO-DATA-NUM(WS-NUM-SEMANAS) TO WS-DATA-TRAB-R.
           MOVE WS-DT-ANO TO WS-ANO-INICIO.
           MOVE AMO-DATA-NUM(1) TO WS-DATA-TRAB-R.
           MOVE WS-DT-ANO TO WS-ANO-FIM.

      * Os ingredientes guardam-se no pedido pela 1a palavra da
      * descricao (como o T04 os escreve na lista).
       PREPARAR-CHAVES-ING.
           PERFORM VARYING IDX-ING FROM 1 BY 1 UNTIL IDX-ING > 10
               MOVE SPACES TO ING-CHAVE(IDX-ING)
               UNSTRING DESC-ING(IDX-ING) DELIMITED BY SPACE
                   INTO ING-CHAVE(IDX-ING)
               END-UNSTRING
           END-PERFORM.

       LER-FICHEIRO-PEDIDOS.
           MOVE SPACES TO WS-PEDIDOS-STATUS.
           OPEN INPUT FICHEIRO-PEDIDOS.
           IF (WS-PEDIDOS-STATUS = "00") THEN
               PERFORM UNTIL WS-PEDIDOS-STATUS = "10"
                   READ FICHEIRO-PEDIDOS
                       AT END MOVE "10" TO WS-PEDIDOS-STATUS
                       NOT AT END PERFORM TRATAR-PEDIDO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-PEDIDOS.

       TRATAR-PEDIDO.
           IF (REG-ESTADO = "C") OR (REG-NUM-PIZZAS IS NOT NUMERIC) THEN
               CONTINUE
           ELSE
               MOVE 0 TO WS-AMO-ACHADA
               PERFORM VARYING IDX-AMO FROM 1 BY 1
                   UNTIL IDX-AMO > WS-NUM-SEMANAS
                   IF (AMO-DATA-TXT(IDX-AMO) = REG-DATA) THEN
                       MOVE IDX-AMO TO WS-AMO-ACHADA
                   END-IF
               END-PERFORM
               IF (WS-AMO-ACHADA > 0) THEN
                   ADD 1 TO AMO-PEDIDOS(WS-AMO-ACHADA)
                   PERFORM CONTAR-PIZZAS-PEDIDO
               END-IF
           END-IF.

       CONTAR-PIZZAS-PEDIDO.
           PERFORM VARYING IDX-PIZZA FROM 1 BY 1
               UNTIL IDX-PIZZA > REG-NUM-PIZZAS
               MOVE REG-TIPO-PIZZA(IDX-PIZZA) TO WS-TAMANHO
               IF (WS-TAMANHO >= 1) AND (WS-TAMANHO <= 4) THEN
                   MOVE 1 TO WS-CROSTA
                   IF (REG-CROSTA-PIZZA(IDX-PIZZA) IS NUMERIC) AND
                      (REG-CROSTA-PIZZA(IDX-PIZZA) >= 1) AND
                      (REG-CROSTA-PIZZA(IDX-PIZZA) <= 4) THEN
                       MOVE REG-CROSTA-PIZZA(IDX-PIZZA) TO WS-CROSTA
                   END-IF
                   ADD 1 TO CNT-CROSTA(WS-TAMANHO, WS-CROSTA)
                   ADD 1 TO AMO-PIZZAS(WS-AMO-ACHADA)
                   MOVE REG-INGREDIENTES(IDX-PIZZA) TO WS-LISTA
                   PERFORM CONTAR-INGREDIENTES
                   IF (REG-MEIA(IDX-PIZZA) = "S") THEN
                       MOVE REG-INGREDIENTES2(IDX-PIZZA) TO WS-LISTA
                       PERFORM CONTAR-INGREDIENTES
                   END-IF
               END-IF
           END-PERFORM.

      * Cada ingrediente da lista gasta a quantidade da receita do
      * tamanho da pizza - o mesmo abate que o T04 faz ao stock.
       CONTAR-INGREDIENTES.
           MOVE 1 TO WS-PTR.
           PERFORM UNTIL WS-PTR > 80
               MOVE SPACES TO WS-PALAVRA
               UNSTRING WS-LISTA DELIMITED BY ALL SPACE
                   INTO WS-PALAVRA WITH POINTER WS-PTR
               END-UNSTRING
               IF (WS-PALAVRA NOT = SPACES) THEN
                   PERFORM VARYING IDX-ING FROM 1 BY 1
                       UNTIL IDX-ING > 10
                       IF (ING-CHAVE(IDX-ING) = WS-PALAVRA) THEN
                           ADD QTD-RECEITA(WS-TAMANHO)
                               TO CNT-ING(IDX-ING)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      * Media por dia com vendas (um feriado fechado nao puxa a media
      * para baixo), mais a margem, sempre arredondada para cima.
       CALCULAR-PREVISAO.
           PERFORM VARYING IDX-TAM FROM 1 BY 1 UNTIL IDX-TAM > 4
               PERFORM VARYING IDX-CRS FROM 1 BY 1 UNTIL IDX-CRS > 4
                   MOVE CNT-CROSTA(IDX-TAM, IDX-CRS) TO WS-CONTAGEM
                   PERFORM PREVER-QUANTIDADE
                   MOVE WS-PREVISTO TO PRV-CROSTA(IDX-TAM, IDX-CRS)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING IDX-ING FROM 1 BY 1 UNTIL IDX-ING > 10
               MOVE CNT-ING(IDX-ING) TO WS-CONTAGEM
               PERFORM PREVER-QUANTIDADE
               MOVE WS-PREVISTO TO PRV-ING(IDX-ING)
           END-PERFORM.

       PREVER-QUANTIDADE.
           COMPUTE WS-DIVIDENDO = WS-CONTAGEM * (100 + WS-MARGEM).
           COMPUTE WS-DIVISOR = 100 * WS-DIAS-COM-VENDA.
           DIVIDE WS-DIVIDENDO BY WS-DIVISOR GIVING WS-PREVISTO
               REMAINDER WS-RESTO.
           IF (WS-RESTO > 0) THEN
               ADD 1 TO WS-PREVISTO
           END-IF.

       IMPRIMIR-FOLHA.
           OPEN OUTPUT FOLHA-PREPARACAO.
           MOVE WS-DATA-ALVO TO WS-DATA-TRAB-R.
           MOVE SPACES TO FOLHA-LINHA.
           STRING "FOLHA DE PREPARACAO - " WS-DT-DIA "/" WS-DT-MES "/"
               WS-DT-ANO " (" NOME-DIA-SEMANA(WS-DIA-SEMANA) ")"
               DELIMITED BY SIZE INTO FOLHA-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE WS-NUM-SEMANAS TO WS-FORMAT-QTD.
           MOVE WS-DIAS-COM-VENDA TO WS-FORMAT-QTD2.
           MOVE SPACES TO FOLHA-LINHA.
           STRING "BASE: " WS-FORMAT-QTD " SEMANAS, " WS-FORMAT-QTD2
               " DIAS COM VENDAS, MARGEM " WS-MARGEM "%"
               DELIMITED BY SIZE INTO FOLHA-LINHA.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING IDX-AMO FROM 1 BY 1
               UNTIL IDX-AMO > WS-NUM-SEMANAS
               MOVE AMO-PEDIDOS(IDX-AMO) TO WS-FORMAT-QTD
               MOVE AMO-PIZZAS(IDX-AMO) TO WS-FORMAT-QTD2
               MOVE SPACES TO FOLHA-LINHA
               STRING "  " AMO-DATA-TXT(IDX-AMO) "  PEDIDOS "
                   WS-FORMAT-QTD "  PIZZAS " WS-FORMAT-QTD2
                   DELIMITED BY SIZE INTO FOLHA-LINHA
               PERFORM ESCREVER-LINHA
           END-PERFORM.
           MOVE ALL "=" TO FOLHA-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE SPACES TO FOLHA-LINHA.
           STRING "PIZZAS PREVISTAS " DESC-CROSTA(1)(1:10) " "
               DESC-CROSTA(2)(1:10) " " DESC-CROSTA(3)(1:10) " "
               DESC-CROSTA(4)(1:10) " TOTAL"
               DELIMITED BY SIZE INTO FOLHA-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE 0 TO WS-TOTAL-PIZZAS.
           MOVE 0 TO WS-SEM-GLUTEN.
           PERFORM VARYING IDX-TAM FROM 1 BY 1 UNTIL IDX-TAM > 4
               MOVE 0 TO WS-TOTAL-TAMANHO
               PERFORM VARYING IDX-CRS FROM 1 BY 1 UNTIL IDX-CRS > 4
                   ADD PRV-CROSTA(IDX-TAM, IDX-CRS) TO WS-TOTAL-TAMANHO
               END-PERFORM
               ADD WS-TOTAL-TAMANHO TO WS-TOTAL-PIZZAS
               ADD PRV-CROSTA(IDX-TAM, 4) TO WS-SEM-GLUTEN
               MOVE PRV-CROSTA(IDX-TAM, 1) TO WS-FORMAT-QTD
               MOVE PRV-CROSTA(IDX-TAM, 2) TO WS-FORMAT-QTD2
               MOVE PRV-CROSTA(IDX-TAM, 3) TO WS-FORMAT-QTD3
               MOVE PRV-CROSTA(IDX-TAM, 4) TO WS-FORMAT-QTD4
               MOVE WS-TOTAL-TAMANHO TO WS-FORMAT-QTD5
               MOVE SPACES TO FOLHA-LINHA
               STRING DESC-PIZZA(IDX-TAM) "     " WS-FORMAT-QTD
                   "      " WS-FORMAT-QTD2 "      " WS-FORMAT-QTD3
                   "      " WS-FORMAT-QTD4 "      " WS-FORMAT-QTD5
                   DELIMITED BY SIZE INTO FOLHA-LINHA
               PERFORM ESCREVER-LINHA
           END-PERFORM.
           MOVE ALL "-" TO FOLHA-LINHA.
           PERFORM ESCREVER-LINHA.
      * Uma bola de massa por pizza, por tamanho; a massa sem gluten
      * faz-se a parte.
           PERFORM VARYING IDX-TAM FROM 1 BY 1 UNTIL IDX-TAM > 4
               COMPUTE WS-TOTAL-TAMANHO =
                   PRV-CROSTA(IDX-TAM, 1) + PRV-CROSTA(IDX-TAM, 2) +
                   PRV-CROSTA(IDX-TAM, 3)
               MOVE WS-TOTAL-TAMANHO TO WS-FORMAT-QTD
               MOVE SPACES TO FOLHA-LINHA
               STRING "BOLAS DE MASSA " DESC-PIZZA(IDX-TAM) ": "
                   WS-FORMAT-QTD
                   DELIMITED BY SIZE INTO FOLHA-LINHA
               PERFORM ESCREVER-LINHA
           END-PERFORM.
           MOVE WS-SEM-GLUTEN TO WS-FORMAT-QTD.
           MOVE SPACES TO FOLHA-LINHA.
           STRING "BOLAS DE MASSA SEM GLUTEN (TODOS OS TAMANHOS): "
               WS-FORMAT-QTD DELIMITED BY SIZE INTO FOLHA-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE ALL "=" TO FOLHA-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "INGREDIENTE     PORCOES PREV.   STOCK   A RECEBER"
               TO FOLHA-LINHA.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING IDX-ING FROM 1 BY 1 UNTIL IDX-ING > 10
               MOVE 0 TO WS-FALTA
               IF (PRV-ING(IDX-ING) > STOCK-ING(IDX-ING)) THEN
                   COMPUTE WS-FALTA =
                       PRV-ING(IDX-ING) - STOCK-ING(IDX-ING)
               END-IF
               MOVE PRV-ING(IDX-ING) TO WS-FORMAT-QTD
               MOVE STOCK-ING(IDX-ING) TO WS-FORMAT-QTD2
               MOVE WS-FALTA TO WS-FORMAT-QTD3
               MOVE SPACES TO FOLHA-LINHA
               IF (WS-FALTA > 0) THEN
                   STRING DESC-ING(IDX-ING) "       " WS-FORMAT-QTD
                       "   " WS-FORMAT-QTD2 "       " WS-FORMAT-QTD3
                       "  <<<"
                       DELIMITED BY SIZE INTO FOLHA-LINHA
               ELSE
                   STRING DESC-ING(IDX-ING) "       " WS-FORMAT-QTD
                       "   " WS-FORMAT-QTD2 "       " WS-FORMAT-QTD3
                       DELIMITED BY SIZE INTO FOLHA-LINHA
               END-IF
               PERFORM ESCREVER-LINHA
           END-PERFORM.
           CLOSE FOLHA-PREPARACAO.

       ESCREVER-LINHA.
           WRITE FOLHA-LINHA.
           DISPLAY FOLHA-LINHA.

       CARREGAR-STOCK.
           MOVE 0 TO IDX-ING.
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

       FIM-PREVISAO.
           STOP RUN.

       COPY "PRECOS-PROC.cpy".

       END PROGRAM T04-PREVISAO.
