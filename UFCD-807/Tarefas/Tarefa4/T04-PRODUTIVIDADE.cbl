      ******************************************************************
      * Author:
      * Date:
      * Purpose: Vendas por hora de trabalho da pizzaria - reparte as
      *          horas de ponto (PONTO.DAT) do departamento pelas
      *          faixas horarias de cada dia da semana e compara-as
      *          com os pedidos, pizzas e vendas registados na mesma
      *          faixa (REG-HORA-PEDIDO de PEDIDOS.DAT e arquivos),
      *          para montar a escala com base no movimento real.
      *          Relatorio em RELATORIO-PRODUTIVIDADE.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T04-PRODUTIVIDADE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-PEDIDOS ASSIGN TO WS-NOME-PEDIDOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDIDOS-STATUS.
           COPY "PONTO-SELECT.cpy".
           COPY "EMPREGADOS-SELECT.cpy".
           SELECT RELATORIO-PRODUTIVIDADE ASSIGN TO
               "RELATORIO-PRODUTIVIDADE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "PEDIDOS-FD.cpy".
           COPY "PONTO-FD.cpy".
           COPY "EMPREGADOS-FD.cpy".

       FD  RELATORIO-PRODUTIVIDADE.
       01  REL-LINHA             PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-PEDIDOS-STATUS      PIC XX VALUES SPACES.
       77 WS-PONTO-STATUS        PIC XX VALUES SPACES.
       77 WS-EMPREGADOS-STATUS   PIC XX VALUES SPACES.
       77 WS-NOME-PEDIDOS        PIC X(20) VALUES SPACES.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-DATA-INICIO         PIC 9(08) VALUES 0.
       77 WS-DATA-FIM            PIC 9(08) VALUES 0.
       77 WS-DIA-INT             PIC 9(08) VALUES 0.
       77 WS-DEPARTAMENTO        PIC X(10) VALUES SPACES.
       77 WS-ANO-LER             PIC 9(04) VALUES 0.
       77 WS-ANO-INICIO          PIC 9(04) VALUES 0.
       77 WS-ANO-FIM             PIC 9(04) VALUES 0.
       01 WS-DATA-TRAB.
           05 WS-DT-ANO           PIC 9(04).
           05 WS-DT-MES           PIC 9(02).
           05 WS-DT-DIA           PIC 9(02).
       01 WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB PIC 9(08).
      * Empregados do departamento escolhido
       77 WS-NUM-EQUIPA          PIC 9(03) VALUES 0.
       77 IDX-EQP                PIC 9(03) VALUES 0.
       77 WS-EQUIPA-ACHADO       PIC X(01) VALUES "N".
       01 TABELA-EQUIPA.
           05 EQP-NOME OCCURS 200 TIMES PIC X(30).
      * Faixas horarias: dia da semana (1 segunda ... 7 domingo) e
      * hora do dia (1 = 00h ... 24 = 23h).
       01 TABELA-FAIXAS.
           05 FX-DIA OCCURS 7 TIMES.
               10 FX-HORA OCCURS 24 TIMES.
                   15 FX-MINUTOS      PIC 9(07).
                   15 FX-PEDIDOS      PIC 9(05).
                   15 FX-PIZZAS       PIC 9(05).
                   15 FX-VENDAS       PIC 9(07)V99.
       01 TABELA-TOTAIS-DIA.
           05 TD-DIA OCCURS 8 TIMES.
               10 TD-MINUTOS          PIC 9(08).
               10 TD-PEDIDOS          PIC 9(06).
               10 TD-PIZZAS           PIC 9(06).
               10 TD-VENDAS           PIC 9(08)V99.
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
       77 IDX-DIA                PIC 9(01) VALUES 0.
       77 IDX-HORA               PIC 9(02) VALUES 0.
       77 WS-DIA-SEMANA          PIC 9(01) VALUES 0.
       77 WS-DIA-FAIXA           PIC 9(01) VALUES 0.
       77 WS-HH                  PIC 9(02) VALUES 0.
       77 WS-MM                  PIC 9(02) VALUES 0.
       77 WS-MIN-ENTRADA         PIC 9(05) VALUES 0.
       77 WS-MIN-SAIDA           PIC 9(05) VALUES 0.
       77 WS-FAIXA               PIC 9(02) VALUES 0.
       77 WS-FAIXA-INI           PIC 9(05) VALUES 0.
       77 WS-FAIXA-FIM           PIC 9(05) VALUES 0.
       77 WS-SOBREPOE-INI        PIC 9(05) VALUES 0.
       77 WS-SOBREPOE-FIM        PIC 9(05) VALUES 0.
       77 WS-SEM-HORA            PIC 9(05) VALUES 0.
       77 WS-REGISTOS-PONTO      PIC 9(05) VALUES 0.
       77 WS-CALC-MINUTOS        PIC 9(08) VALUES 0.
       77 WS-CALC-PEDIDOS        PIC 9(06) VALUES 0.
       77 WS-CALC-PIZZAS         PIC 9(06) VALUES 0.
       77 WS-CALC-VENDAS         PIC 9(08)V99 VALUES 0.
       77 WS-HORAS               PIC 9(05)V99 VALUES 0.
       77 WS-VENDAS-HORA         PIC 9(06)V99 VALUES 0.
       77 WS-PIZZAS-HORA         PIC 9(03)V99 VALUES 0.
       77 WS-FORMAT-HORAS        PIC ZZZ9.99.
       77 WS-FORMAT-QTD          PIC ZZZZ9.
       77 WS-FORMAT-QTD2         PIC ZZZZ9.
       77 WS-FORMAT-VALOR        PIC ZZZZZZ9.99.
       77 WS-FORMAT-RATIO        PIC ZZZZZ9.99.
       77 WS-FORMAT-RATIO2       PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== VENDAS POR HORA DE TRABALHO - PIZZARIA ===".
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           DISPLAY "DEPARTAMENTO (ENTER=PIZZARIA): " WITH NO ADVANCING.
           ACCEPT WS-DEPARTAMENTO.
           MOVE FUNCTION UPPER-CASE(WS-DEPARTAMENTO) TO WS-DEPARTAMENTO.
           IF (WS-DEPARTAMENTO = SPACES) THEN
               MOVE "PIZZARIA" TO WS-DEPARTAMENTO
           END-IF.
           DISPLAY "DE AAAAMMDD (ENTER=ULTIMAS 4 SEMANAS): "
               WITH NO ADVANCING.
           ACCEPT WS-DATA-INICIO.
           IF (WS-DATA-INICIO = 0) THEN
               COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE(WS-HOJE)
                   - 28
               COMPUTE WS-DATA-INICIO =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE(WS-HOJE)
                   - 1
               COMPUTE WS-DATA-FIM =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
           ELSE
               DISPLAY "ATE AAAAMMDD: " WITH NO ADVANCING
               ACCEPT WS-DATA-FIM
           END-IF.
           IF (WS-DATA-FIM < WS-DATA-INICIO) THEN
               DISPLAY "PERIODO INVALIDO!"
               GO FIM-PRODUTIVIDADE
           END-IF.
           INITIALIZE TABELA-FAIXAS.
           INITIALIZE TABELA-TOTAIS-DIA.
           PERFORM CARREGAR-EQUIPA.
           IF (WS-NUM-EQUIPA = 0) THEN
               DISPLAY "NENHUM EMPREGADO NO DEPARTAMENTO "
                   WS-DEPARTAMENTO
               GO FIM-PRODUTIVIDADE
           END-IF.
           PERFORM LER-PONTO.
           MOVE "PEDIDOS.DAT" TO WS-NOME-PEDIDOS.
           PERFORM LER-FICHEIRO-PEDIDOS.
      * Pedidos de anos anteriores ja passados ao arquivo anual.
           MOVE WS-DATA-INICIO TO WS-DATA-TRAB-R.
           MOVE WS-DT-ANO TO WS-ANO-INICIO.
           MOVE WS-DATA-FIM TO WS-DATA-TRAB-R.
           MOVE WS-DT-ANO TO WS-ANO-FIM.
           PERFORM VARYING WS-ANO-LER FROM WS-ANO-INICIO BY 1
               UNTIL WS-ANO-LER > WS-ANO-FIM
               MOVE SPACES TO WS-NOME-PEDIDOS
               STRING "PEDIDOS-ARQ-" WS-ANO-LER ".DAT"
                   DELIMITED BY SIZE INTO WS-NOME-PEDIDOS
               PERFORM LER-FICHEIRO-PEDIDOS
           END-PERFORM.
           PERFORM IMPRIMIR-RELATORIO.
           DISPLAY "RELATORIO GRAVADO EM RELATORIO-PRODUTIVIDADE.TXT".
           GO FIM-PRODUTIVIDADE.

       CARREGAR-EQUIPA.
           MOVE 0 TO WS-NUM-EQUIPA.
           MOVE SPACES TO WS-EMPREGADOS-STATUS.
           OPEN INPUT FICHEIRO-EMPREGADOS.
           IF (WS-EMPREGADOS-STATUS = "00") THEN
               PERFORM UNTIL WS-EMPREGADOS-STATUS = "10"
                   READ FICHEIRO-EMPREGADOS NEXT
                       AT END MOVE "10" TO WS-EMPREGADOS-STATUS
                       NOT AT END
                           IF (EMP-DEPARTAMENTO = WS-DEPARTAMENTO) AND
                              (WS-NUM-EQUIPA < 200) THEN
                               ADD 1 TO WS-NUM-EQUIPA
                               MOVE EMP-NOME TO EQP-NOME(WS-NUM-EQUIPA)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-EMPREGADOS.

       LER-PONTO.
           MOVE 0 TO WS-REGISTOS-PONTO.
           MOVE SPACES TO WS-PONTO-STATUS.
           OPEN INPUT FICHEIRO-PONTO.
           IF (WS-PONTO-STATUS = "00") THEN
               PERFORM UNTIL WS-PONTO-STATUS = "10"
                   READ FICHEIRO-PONTO
                       AT END MOVE "10" TO WS-PONTO-STATUS
                       NOT AT END PERFORM TRATAR-PONTO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-PONTO.

       TRATAR-PONTO.
           IF (PNT-DATA < WS-DATA-INICIO) OR (PNT-DATA > WS-DATA-FIM)
               THEN
               CONTINUE
           ELSE
               MOVE "N" TO WS-EQUIPA-ACHADO
               PERFORM VARYING IDX-EQP FROM 1 BY 1
                   UNTIL IDX-EQP > WS-NUM-EQUIPA
                   IF (EQP-NOME(IDX-EQP) = PNT-NOME) THEN
                       MOVE "S" TO WS-EQUIPA-ACHADO
                   END-IF
               END-PERFORM
               IF (WS-EQUIPA-ACHADO = "S") THEN
                   ADD 1 TO WS-REGISTOS-PONTO
                   PERFORM REPARTIR-TURNO
               END-IF
           END-IF.

      * Reparte os minutos do turno pelas faixas de uma hora; um turno
      * que passa da meia-noite continua nas faixas do dia seguinte.
       REPARTIR-TURNO.
           COMPUTE WS-DIA-SEMANA = FUNCTION REM(
               FUNCTION INTEGER-OF-DATE(PNT-DATA) 7).
           IF (WS-DIA-SEMANA = 0) THEN
               MOVE 7 TO WS-DIA-SEMANA
           END-IF.
           DIVIDE PNT-HORA-ENTRADA BY 100 GIVING WS-HH
               REMAINDER WS-MM.
           COMPUTE WS-MIN-ENTRADA = (WS-HH * 60) + WS-MM.
           DIVIDE PNT-HORA-SAIDA BY 100 GIVING WS-HH
               REMAINDER WS-MM.
           COMPUTE WS-MIN-SAIDA = (WS-HH * 60) + WS-MM.
           IF (WS-MIN-SAIDA < WS-MIN-ENTRADA) THEN
               ADD 1440 TO WS-MIN-SAIDA
           END-IF.
           PERFORM VARYING WS-FAIXA FROM 0 BY 1 UNTIL WS-FAIXA > 47
               COMPUTE WS-FAIXA-INI = WS-FAIXA * 60
               COMPUTE WS-FAIXA-FIM = WS-FAIXA-INI + 60
               IF (WS-MIN-ENTRADA > WS-FAIXA-INI) THEN
                   MOVE WS-MIN-ENTRADA TO WS-SOBREPOE-INI
               ELSE
                   MOVE WS-FAIXA-INI TO WS-SOBREPOE-INI
               END-IF
               IF (WS-MIN-SAIDA < WS-FAIXA-FIM) THEN
                   MOVE WS-MIN-SAIDA TO WS-SOBREPOE-FIM
               ELSE
                   MOVE WS-FAIXA-FIM TO WS-SOBREPOE-FIM
               END-IF
               IF (WS-SOBREPOE-FIM > WS-SOBREPOE-INI) THEN
                   MOVE WS-DIA-SEMANA TO WS-DIA-FAIXA
                   MOVE WS-FAIXA TO IDX-HORA
                   IF (WS-FAIXA > 23) THEN
                       SUBTRACT 24 FROM IDX-HORA
                       ADD 1 TO WS-DIA-FAIXA
                       IF (WS-DIA-FAIXA > 7) THEN
                           MOVE 1 TO WS-DIA-FAIXA
                       END-IF
                   END-IF
                   ADD 1 TO IDX-HORA
                   COMPUTE FX-MINUTOS(WS-DIA-FAIXA, IDX-HORA) =
                       FX-MINUTOS(WS-DIA-FAIXA, IDX-HORA) +
                       WS-SOBREPOE-FIM - WS-SOBREPOE-INI
               END-IF
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

      * Os pedidos anteriores ao registo da hora real nao tem faixa e
      * so entram na contagem de pedidos sem hora.
       TRATAR-PEDIDO.
           IF (REG-ESTADO = "C") OR (REG-DATA(1:2) IS NOT NUMERIC) OR
              (REG-DATA(4:2) IS NOT NUMERIC) OR
              (REG-DATA(7:4) IS NOT NUMERIC) THEN
               CONTINUE
           ELSE
               MOVE REG-DATA(7:4) TO WS-DT-ANO
               MOVE REG-DATA(4:2) TO WS-DT-MES
               MOVE REG-DATA(1:2) TO WS-DT-DIA
               IF (WS-DATA-TRAB-R >= WS-DATA-INICIO) AND
                  (WS-DATA-TRAB-R <= WS-DATA-FIM) THEN
                   IF (REG-HORA-PEDIDO IS NUMERIC) AND
                      (REG-HORA-PEDIDO > 0) AND
                      (REG-HORA-PEDIDO < 2400) THEN
                       PERFORM SOMAR-PEDIDO-FAIXA
                   ELSE
                       ADD 1 TO WS-SEM-HORA
                   END-IF
               END-IF
           END-IF.

       SOMAR-PEDIDO-FAIXA.
           COMPUTE WS-DIA-SEMANA = FUNCTION REM(
               FUNCTION INTEGER-OF-DATE(WS-DATA-TRAB-R) 7).
           IF (WS-DIA-SEMANA = 0) THEN
               MOVE 7 TO WS-DIA-SEMANA
           END-IF.
           DIVIDE REG-HORA-PEDIDO BY 100 GIVING WS-HH.
           COMPUTE IDX-HORA = WS-HH + 1.
           ADD 1 TO FX-PEDIDOS(WS-DIA-SEMANA, IDX-HORA).
           ADD REG-NUM-PIZZAS TO FX-PIZZAS(WS-DIA-SEMANA, IDX-HORA).
           ADD REG-VALOR-TOTAL TO FX-VENDAS(WS-DIA-SEMANA, IDX-HORA).

       IMPRIMIR-RELATORIO.
           OPEN OUTPUT RELATORIO-PRODUTIVIDADE.
           MOVE SPACES TO REL-LINHA.
           STRING "VENDAS POR HORA DE TRABALHO - " WS-DEPARTAMENTO
               " - " WS-DATA-INICIO " A " WS-DATA-FIM
               DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE WS-NUM-EQUIPA TO WS-FORMAT-QTD.
           MOVE WS-REGISTOS-PONTO TO WS-FORMAT-QTD2.
           MOVE SPACES TO REL-LINHA.
           STRING "EMPREGADOS: " WS-FORMAT-QTD "   REGISTOS DE PONTO: "
               WS-FORMAT-QTD2 DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING IDX-DIA FROM 1 BY 1 UNTIL IDX-DIA > 7
               MOVE ALL "=" TO REL-LINHA
               PERFORM ESCREVER-LINHA
               MOVE SPACES TO REL-LINHA
               STRING NOME-DIA-SEMANA(IDX-DIA)
                   "  HORAS TRAB. PEDIDOS PIZZAS     VENDAS"
                   "  VENDAS/H PIZZAS/H"
                   DELIMITED BY SIZE INTO REL-LINHA
               PERFORM ESCREVER-LINHA
               PERFORM VARYING IDX-HORA FROM 1 BY 1 UNTIL IDX-HORA > 24
                   IF (FX-MINUTOS(IDX-DIA, IDX-HORA) > 0) OR
                      (FX-PEDIDOS(IDX-DIA, IDX-HORA) > 0) THEN
                       PERFORM IMPRIMIR-FAIXA
                   END-IF
               END-PERFORM
               MOVE TD-MINUTOS(IDX-DIA) TO WS-CALC-MINUTOS
               MOVE TD-PEDIDOS(IDX-DIA) TO WS-CALC-PEDIDOS
               MOVE TD-PIZZAS(IDX-DIA) TO WS-CALC-PIZZAS
               MOVE TD-VENDAS(IDX-DIA) TO WS-CALC-VENDAS
               PERFORM CALCULAR-RACIOS
               MOVE SPACES TO REL-LINHA
               STRING "TOTAL     " WS-FORMAT-HORAS "   " WS-FORMAT-QTD
                   "  " WS-FORMAT-QTD2 " " WS-FORMAT-VALOR " "
                   WS-FORMAT-RATIO " " WS-FORMAT-RATIO2
                   DELIMITED BY SIZE INTO REL-LINHA
               PERFORM ESCREVER-LINHA
           END-PERFORM.
           MOVE ALL "=" TO REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE TD-MINUTOS(8) TO WS-CALC-MINUTOS.
           MOVE TD-PEDIDOS(8) TO WS-CALC-PEDIDOS.
           MOVE TD-PIZZAS(8) TO WS-CALC-PIZZAS.
           MOVE TD-VENDAS(8) TO WS-CALC-VENDAS.
           PERFORM CALCULAR-RACIOS.
           MOVE SPACES TO REL-LINHA.
           STRING "PERIODO   " WS-FORMAT-HORAS "   " WS-FORMAT-QTD
               "  " WS-FORMAT-QTD2 " " WS-FORMAT-VALOR " "
               WS-FORMAT-RATIO " " WS-FORMAT-RATIO2
               DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM ESCREVER-LINHA.
           IF (WS-SEM-HORA > 0) THEN
               MOVE WS-SEM-HORA TO WS-FORMAT-QTD
               MOVE SPACES TO REL-LINHA
               STRING "PEDIDOS SEM HORA DE REGISTO (FORA DAS FAIXAS): "
                   WS-FORMAT-QTD DELIMITED BY SIZE INTO REL-LINHA
               PERFORM ESCREVER-LINHA
           END-IF.
           MOVE "* = VENDAS NUMA FAIXA SEM HORAS DE PONTO" TO REL-LINHA.
           PERFORM ESCREVER-LINHA.
           CLOSE RELATORIO-PRODUTIVIDADE.

       IMPRIMIR-FAIXA.
           ADD FX-MINUTOS(IDX-DIA, IDX-HORA) TO TD-MINUTOS(IDX-DIA).
           ADD FX-PEDIDOS(IDX-DIA, IDX-HORA) TO TD-PEDIDOS(IDX-DIA).
           ADD FX-PIZZAS(IDX-DIA, IDX-HORA) TO TD-PIZZAS(IDX-DIA).
           ADD FX-VENDAS(IDX-DIA, IDX-HORA) TO TD-VENDAS(IDX-DIA).
           ADD FX-MINUTOS(IDX-DIA, IDX-HORA) TO TD-MINUTOS(8).
           ADD FX-PEDIDOS(IDX-DIA, IDX-HORA) TO TD-PEDIDOS(8).
           ADD FX-PIZZAS(IDX-DIA, IDX-HORA) TO TD-PIZZAS(8).
           ADD FX-VENDAS(IDX-DIA, IDX-HORA) TO TD-VENDAS(8).
           MOVE FX-MINUTOS(IDX-DIA, IDX-HORA) TO WS-CALC-MINUTOS.
           MOVE FX-PEDIDOS(IDX-DIA, IDX-HORA) TO WS-CALC-PEDIDOS.
           MOVE FX-PIZZAS(IDX-DIA, IDX-HORA) TO WS-CALC-PIZZAS.
           MOVE FX-VENDAS(IDX-DIA, IDX-HORA) TO WS-CALC-VENDAS.
           PERFORM CALCULAR-RACIOS.
           COMPUTE WS-HH = IDX-HORA - 1.
           MOVE SPACES TO REL-LINHA.
           IF (FX-MINUTOS(IDX-DIA, IDX-HORA) = 0) THEN
               STRING WS-HH "H-" WS-HH "H59 " WS-FORMAT-HORAS "   "
                   WS-FORMAT-QTD "  " WS-FORMAT-QTD2 " "
                   WS-FORMAT-VALOR "         *"
                   DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING WS-HH "H-" WS-HH "H59 " WS-FORMAT-HORAS "   "
                   WS-FORMAT-QTD "  " WS-FORMAT-QTD2 " "
                   WS-FORMAT-VALOR " " WS-FORMAT-RATIO " "
                   WS-FORMAT-RATIO2
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           PERFORM ESCREVER-LINHA.

      * Racios por hora de trabalho dos valores em WS-CALC-.
       CALCULAR-RACIOS.
           COMPUTE WS-HORAS ROUNDED = WS-CALC-MINUTOS / 60.
           MOVE 0 TO WS-VENDAS-HORA.
           MOVE 0 TO WS-PIZZAS-HORA.
           IF (WS-CALC-MINUTOS > 0) THEN
               COMPUTE WS-VENDAS-HORA ROUNDED =
                   (WS-CALC-VENDAS * 60.000) / WS-CALC-MINUTOS
               COMPUTE WS-PIZZAS-HORA ROUNDED =
                   (WS-CALC-PIZZAS * 60.000) / WS-CALC-MINUTOS
           END-IF.
           MOVE WS-HORAS TO WS-FORMAT-HORAS.
           MOVE WS-CALC-PEDIDOS TO WS-FORMAT-QTD.
           MOVE WS-CALC-PIZZAS TO WS-FORMAT-QTD2.
           MOVE WS-CALC-VENDAS TO WS-FORMAT-VALOR.
           MOVE WS-VENDAS-HORA TO WS-FORMAT-RATIO.
           MOVE WS-PIZZAS-HORA TO WS-FORMAT-RATIO2.

       ESCREVER-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.

       FIM-PRODUTIVIDADE.
           STOP RUN.

       END PROGRAM T04-PRODUTIVIDADE.
