      ******************************************************************
      * Author:
      * Date:
      * Purpose: Estatisticas de excesso de velocidade para o conselho
      *          de transito - para um periodo escolhido, conta as
      *          multas de MULTAS.DAT por local, por hora do dia, por
      *          dia da semana e por escalao de excesso, com o excesso
      *          medio sobre o limite, a percentagem de reincidentes
      *          (outra multa nos 365 dias anteriores) e o valor
      *          cobrado contra o valor em divida. Relatorio impresso
      *          em ESTAT-VELOCIDADE.TXT e os mesmos numeros separados
      *          por ";" em ESTAT-VELOCIDADE-DADOS.TXT para abrir numa
      *          folha de calculo. As multas anuladas ficam de fora.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T01_09-ESTATISTICAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "MULTAS-SELECT.cpy".
           SELECT RELATORIO-ESTATISTICAS ASSIGN TO
               "ESTAT-VELOCIDADE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DADOS-ESTATISTICAS ASSIGN TO
               "ESTAT-VELOCIDADE-DADOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "MULTAS-FD.cpy".

       FD  RELATORIO-ESTATISTICAS.
       01  REL-LINHA             PIC X(80).

       FD  DADOS-ESTATISTICAS.
       01  DADOS-LINHA           PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-MULTAS-STATUS       PIC XX VALUES SPACES.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-DATA-INICIO         PIC 9(08) VALUES 0.
       77 WS-DATA-FIM            PIC 9(08) VALUES 0.
       77 WS-INICIO-HIST         PIC 9(08) VALUES 0.
       77 WS-JANELA-DIAS         PIC 9(04) VALUES 365.
       77 WS-DIA-SEMANA          PIC 9(01) VALUES 0.
       77 WS-HH                  PIC 9(02) VALUES 0.
       77 IDX-HORA               PIC 9(02) VALUES 0.
       77 IDX-DIA                PIC 9(01) VALUES 0.
       77 IDX-ESC                PIC 9(01) VALUES 0.
       77 IDX-LOC                PIC 9(02) VALUES 0.
       77 WS-NUM-LOCAIS          PIC 9(02) VALUES 0.
       77 WS-LOC-ACHADO          PIC 9(02) VALUES 0.
       77 WS-LOCAL               PIC X(30) VALUES SPACES.
       77 WS-TOT-MULTAS          PIC 9(05) VALUES 0.
       77 WS-TOT-EXCESSO         PIC 9(07) VALUES 0.
       77 WS-TOT-AUTUADO         PIC 9(08)V99 VALUES 0.
       77 WS-TOT-COBRADO         PIC 9(08)V99 VALUES 0.
       77 WS-TOT-DIVIDA          PIC 9(08)V99 VALUES 0.
       77 WS-ANULADAS            PIC 9(05) VALUES 0.
       77 WS-MULTAS-REINC        PIC 9(05) VALUES 0.
       77 WS-INFRATORES          PIC 9(04) VALUES 0.
       77 WS-INFRATORES-REINC    PIC 9(04) VALUES 0.
       77 WS-REINCIDENTE         PIC A VALUES "N".
       77 WS-INF-ACHADO          PIC 9(04) VALUES 0.
       77 WS-HIST-TRUNCADA       PIC A VALUES "N".
       77 WS-INF-TRUNCADA        PIC A VALUES "N".
      * Linha generica de um grupo (local, hora, dia ou escalao).
       77 WS-GRP-SECCAO          PIC X(08) VALUES SPACES.
       77 WS-GRP-NOME            PIC X(30) VALUES SPACES.
       77 WS-GRP-MULTAS          PIC 9(05) VALUES 0.
       77 WS-GRP-EXCESSO         PIC 9(07) VALUES 0.
       77 WS-GRP-VALOR           PIC 9(08)V99 VALUES 0.
       77 WS-MEDIA               PIC 9(03)V9 VALUES 0.
       77 WS-PERCENTAGEM         PIC 9(03)V9 VALUES 0.
       77 WS-FORMAT-QTD          PIC ZZZZZ9.
       77 WS-FORMAT-QTD2         PIC ZZZZZ9.
       77 WS-FORMAT-MEDIA        PIC ZZ9.9.
       77 WS-FORMAT-PCT          PIC ZZ9.9.
       77 WS-FORMAT-VALOR        PIC Z(7)9.99.
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
      * Os escaloes de excesso sao os das coimas (ate 20, ate 40 e
      * acima de 40 km/h).
       01 TABELA-NOMES-ESCALOES.
           05 FILLER              PIC X(16) VALUES "ATE 20 KM/H".
           05 FILLER              PIC X(16) VALUES "21 A 40 KM/H".
           05 FILLER              PIC X(16) VALUES "MAIS DE 40 KM/H".
       01 TABELA-NOMES-ESCALOES-R REDEFINES TABELA-NOMES-ESCALOES.
           05 NOME-ESCALAO OCCURS 3 TIMES PIC X(16).
       01 TABELA-LOCAIS.
           05 LOC-ITEM OCCURS 60 TIMES.
               10 LOC-NOME            PIC X(30).
               10 LOC-MULTAS          PIC 9(05).
               10 LOC-EXCESSO         PIC 9(07).
               10 LOC-VALOR           PIC 9(08)V99.
      * Horas 1 = 00h ... 24 = 23h; a 25 junta as multas sem hora.
       01 TABELA-HORAS.
           05 HOR-ITEM OCCURS 25 TIMES.
               10 HOR-MULTAS          PIC 9(05).
               10 HOR-EXCESSO         PIC 9(07).
               10 HOR-VALOR           PIC 9(08)V99.
       01 TABELA-DIAS.
           05 DIA-ITEM OCCURS 7 TIMES.
               10 DIA-MULTAS          PIC 9(05).
               10 DIA-EXCESSO         PIC 9(07).
               10 DIA-VALOR           PIC 9(08)V99.
       01 TABELA-ESCALOES.
           05 ESC-ITEM OCCURS 3 TIMES.
               10 ESC-MULTAS          PIC 9(05).
               10 ESC-EXCESSO         PIC 9(07).
               10 ESC-VALOR           PIC 9(08)V99.
      * Multas do periodo e dos 365 dias anteriores, para apurar a
      * reincidencia de cada infrator.
       77 IDX-HST                PIC 9(04) VALUES 0.
       77 IDX-ANT                PIC 9(04) VALUES 0.
       77 WS-NUM-HIST            PIC 9(04) VALUES 0.
       01 TABELA-HISTORICO.
           05 HST-ITEM OCCURS 3000 TIMES.
               10 HST-CONDUTOR        PIC X(10).
               10 HST-JULIANO         PIC 9(07).
               10 HST-NO-PERIODO      PIC X(01).
       77 IDX-INF                PIC 9(04) VALUES 0.
       01 TABELA-INFRATORES.
           05 INF-ITEM OCCURS 2000 TIMES.
               10 INF-CONDUTOR        PIC X(10).
               10 INF-REINCIDENTE     PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== ESTATISTICAS DE EXCESSO DE VELOCIDADE ===".
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           DISPLAY "DE AAAAMMDD: " WITH NO ADVANCING.
           ACCEPT WS-DATA-INICIO.
           DISPLAY "ATE AAAAMMDD (ENTER=HOJE): " WITH NO ADVANCING.
           ACCEPT WS-DATA-FIM.
           IF (WS-DATA-FIM = 0) THEN
               MOVE WS-HOJE TO WS-DATA-FIM
           END-IF.
           IF (WS-DATA-INICIO = 0) OR (WS-DATA-FIM < WS-DATA-INICIO)
               THEN
               DISPLAY "PERIODO INVALIDO!"
               GO FIM-ESTATISTICAS
           END-IF.
           COMPUTE WS-INICIO-HIST = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO) -
               WS-JANELA-DIAS).
           INITIALIZE TABELA-LOCAIS.
           INITIALIZE TABELA-HORAS.
           INITIALIZE TABELA-DIAS.
           INITIALIZE TABELA-ESCALOES.
           MOVE SPACES TO WS-MULTAS-STATUS.
           OPEN INPUT FICHEIRO-MULTAS.
           IF (WS-MULTAS-STATUS NOT = "00") THEN
               DISPLAY "MULTAS.DAT INDISPONIVEL (ESTADO "
                   WS-MULTAS-STATUS ")."
               CLOSE FICHEIRO-MULTAS
               GO FIM-ESTATISTICAS
           END-IF.
           PERFORM UNTIL WS-MULTAS-STATUS = "10"
               READ FICHEIRO-MULTAS NEXT
                   AT END MOVE "10" TO WS-MULTAS-STATUS
                   NOT AT END PERFORM TRATAR-MULTA
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-MULTAS.
           IF (WS-TOT-MULTAS = 0) THEN
               DISPLAY "NENHUMA MULTA NO PERIODO."
               GO FIM-ESTATISTICAS
           END-IF.
           PERFORM APURAR-REINCIDENCIA.
           OPEN OUTPUT RELATORIO-ESTATISTICAS.
           OPEN OUTPUT DADOS-ESTATISTICAS.
           PERFORM IMPRIMIR-RESUMO.
           PERFORM IMPRIMIR-LOCAIS.
           PERFORM IMPRIMIR-HORAS.
           PERFORM IMPRIMIR-DIAS.
           PERFORM IMPRIMIR-ESCALOES.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "MEDIA = EXCESSO MEDIO SOBRE O LIMITE (KM/H); VALOR = "
               & "VALOR AUTUADO." TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-ESTATISTICAS.
           CLOSE DADOS-ESTATISTICAS.
           DISPLAY WS-TOT-MULTAS " MULTA(S) NO PERIODO.".
           IF (WS-HIST-TRUNCADA = "S") OR (WS-INF-TRUNCADA = "S") THEN
               DISPLAY "AVISO: HISTORICO EXCEDE A CAPACIDADE - "
                   "REINCIDENCIA SUBAVALIADA."
           END-IF.
           DISPLAY "RELATORIO GRAVADO EM ESTAT-VELOCIDADE.TXT".
           DISPLAY "DADOS GRAVADOS EM ESTAT-VELOCIDADE-DADOS.TXT".
       FIM-ESTATISTICAS.
           STOP RUN.

      * As multas anuladas nao contam para as estatisticas nem para a
      * reincidencia; as anteriores ao periodo so servem para esta.
       TRATAR-MULTA.
           IF (MUL-DATA < WS-INICIO-HIST) OR
              (MUL-DATA > WS-DATA-FIM) THEN
               CONTINUE
           ELSE
               IF (MUL-PAGO = "A") THEN
                   IF (MUL-DATA >= WS-DATA-INICIO) THEN
                       ADD 1 TO WS-ANULADAS
                   END-IF
               ELSE
                   PERFORM GUARDAR-HISTORICO
                   IF (MUL-DATA >= WS-DATA-INICIO) THEN
                       PERFORM SOMAR-MULTA
                   END-IF
               END-IF
           END-IF.

       GUARDAR-HISTORICO.
           IF (WS-NUM-HIST < 3000) THEN
               ADD 1 TO WS-NUM-HIST
               MOVE MUL-CONDUTOR TO HST-CONDUTOR(WS-NUM-HIST)
               COMPUTE HST-JULIANO(WS-NUM-HIST) =
                   FUNCTION INTEGER-OF-DATE(MUL-DATA)
               IF (MUL-DATA >= WS-DATA-INICIO) THEN
                   MOVE "S" TO HST-NO-PERIODO(WS-NUM-HIST)
               ELSE
                   MOVE "N" TO HST-NO-PERIODO(WS-NUM-HIST)
               END-IF
           ELSE
               MOVE "S" TO WS-HIST-TRUNCADA
           END-IF.

       SOMAR-MULTA.
           ADD 1 TO WS-TOT-MULTAS.
           ADD MUL-EXCESSO TO WS-TOT-EXCESSO.
           ADD MUL-VALOR TO WS-TOT-AUTUADO.
           IF (MUL-PAGO = "S") THEN
               IF (MUL-VALOR-PAGO IS NUMERIC) AND
                  (MUL-VALOR-PAGO > 0) THEN
                   ADD MUL-VALOR-PAGO TO WS-TOT-COBRADO
               ELSE
                   ADD MUL-VALOR TO WS-TOT-COBRADO
               END-IF
           ELSE
               ADD MUL-VALOR TO WS-TOT-DIVIDA
           END-IF.
      * Local
           MOVE MUL-LOCAL TO WS-LOCAL.
           IF (WS-LOCAL = SPACES) THEN
               MOVE "SEM LOCAL REGISTADO" TO WS-LOCAL
           END-IF.
           PERFORM LOCALIZAR-LOCAL.
           ADD 1 TO LOC-MULTAS(WS-LOC-ACHADO).
           ADD MUL-EXCESSO TO LOC-EXCESSO(WS-LOC-ACHADO).
           ADD MUL-VALOR TO LOC-VALOR(WS-LOC-ACHADO).
      * Hora do dia
           IF (MUL-HORA IS NUMERIC) AND (MUL-HORA < 2400) THEN
               DIVIDE MUL-HORA BY 100 GIVING WS-HH
               COMPUTE IDX-HORA = WS-HH + 1
           ELSE
               MOVE 25 TO IDX-HORA
           END-IF.
           ADD 1 TO HOR-MULTAS(IDX-HORA).
           ADD MUL-EXCESSO TO HOR-EXCESSO(IDX-HORA).
           ADD MUL-VALOR TO HOR-VALOR(IDX-HORA).
      * Dia da semana (1 segunda ... 7 domingo)
           COMPUTE WS-DIA-SEMANA = FUNCTION REM(
               FUNCTION INTEGER-OF-DATE(MUL-DATA) 7).
           IF (WS-DIA-SEMANA = 0) THEN
               MOVE 7 TO WS-DIA-SEMANA
           END-IF.
           ADD 1 TO DIA-MULTAS(WS-DIA-SEMANA).
           ADD MUL-EXCESSO TO DIA-EXCESSO(WS-DIA-SEMANA).
           ADD MUL-VALOR TO DIA-VALOR(WS-DIA-SEMANA).
      * Escalao de excesso
           EVALUATE TRUE
               WHEN MUL-EXCESSO <= 20
                   MOVE 1 TO IDX-ESC
               WHEN MUL-EXCESSO <= 40
                   MOVE 2 TO IDX-ESC
               WHEN OTHER
                   MOVE 3 TO IDX-ESC
           END-EVALUATE.
           ADD 1 TO ESC-MULTAS(IDX-ESC).
           ADD MUL-EXCESSO TO ESC-EXCESSO(IDX-ESC).
           ADD MUL-VALOR TO ESC-VALOR(IDX-ESC).

      * Locais alem da capacidade juntam-se na ultima linha.
       LOCALIZAR-LOCAL.
           MOVE 0 TO WS-LOC-ACHADO.
           PERFORM VARYING IDX-LOC FROM 1 BY 1
               UNTIL IDX-LOC > WS-NUM-LOCAIS
               IF (LOC-NOME(IDX-LOC) = WS-LOCAL) THEN
                   MOVE IDX-LOC TO WS-LOC-ACHADO
               END-IF
           END-PERFORM.
           IF (WS-LOC-ACHADO = 0) THEN
               IF (WS-NUM-LOCAIS < 59) THEN
                   ADD 1 TO WS-NUM-LOCAIS
                   MOVE WS-LOCAL TO LOC-NOME(WS-NUM-LOCAIS)
                   MOVE WS-NUM-LOCAIS TO WS-LOC-ACHADO
               ELSE
                   MOVE 60 TO WS-NUM-LOCAIS
                   MOVE "OUTROS LOCAIS" TO LOC-NOME(60)
                   MOVE 60 TO WS-LOC-ACHADO
               END-IF
           END-IF.

      * Multa reincidente: o mesmo condutor tem outra multa nos 365
      * dias anteriores (a mesma regra da sobretaxa de reincidencia).
       APURAR-REINCIDENCIA.
           MOVE 0 TO WS-MULTAS-REINC.
           MOVE 0 TO WS-INFRATORES.
           PERFORM VARYING IDX-HST FROM 1 BY 1
               UNTIL IDX-HST > WS-NUM-HIST
               IF (HST-NO-PERIODO(IDX-HST) = "S") THEN
                   PERFORM AVALIAR-REINCIDENCIA
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-INFRATORES-REINC.
           PERFORM VARYING IDX-INF FROM 1 BY 1
               UNTIL IDX-INF > WS-INFRATORES
               IF (INF-REINCIDENTE(IDX-INF) = "S") THEN
                   ADD 1 TO WS-INFRATORES-REINC
               END-IF
           END-PERFORM.

       AVALIAR-REINCIDENCIA.
           MOVE "N" TO WS-REINCIDENTE.
           PERFORM VARYING IDX-ANT FROM 1 BY 1
               UNTIL (IDX-ANT > WS-NUM-HIST) OR (WS-REINCIDENTE = "S")
               IF (IDX-ANT NOT = IDX-HST) AND
                  (HST-CONDUTOR(IDX-ANT) = HST-CONDUTOR(IDX-HST)) AND
                  (HST-JULIANO(IDX-ANT) < HST-JULIANO(IDX-HST)) AND
                  (HST-JULIANO(IDX-ANT) + WS-JANELA-DIAS >=
                   HST-JULIANO(IDX-HST)) THEN
                   MOVE "S" TO WS-REINCIDENTE
               END-IF
           END-PERFORM.
           IF (WS-REINCIDENTE = "S") THEN
               ADD 1 TO WS-MULTAS-REINC
           END-IF.
           MOVE 0 TO WS-INF-ACHADO.
           PERFORM VARYING IDX-INF FROM 1 BY 1
               UNTIL IDX-INF > WS-INFRATORES
               IF (INF-CONDUTOR(IDX-INF) = HST-CONDUTOR(IDX-HST)) THEN
                   MOVE IDX-INF TO WS-INF-ACHADO
               END-IF
           END-PERFORM.
           IF (WS-INF-ACHADO = 0) THEN
               IF (WS-INFRATORES < 2000) THEN
                   ADD 1 TO WS-INFRATORES
                   MOVE WS-INFRATORES TO WS-INF-ACHADO
                   MOVE HST-CONDUTOR(IDX-HST)
                       TO INF-CONDUTOR(WS-INF-ACHADO)
                   MOVE "N" TO INF-REINCIDENTE(WS-INF-ACHADO)
               ELSE
                   MOVE "S" TO WS-INF-TRUNCADA
               END-IF
           END-IF.
           IF (WS-INF-ACHADO > 0) AND (WS-REINCIDENTE = "S") THEN
               MOVE "S" TO INF-REINCIDENTE(WS-INF-ACHADO)
           END-IF.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO REL-LINHA.
           STRING "ESTATISTICAS DE EXCESSO DE VELOCIDADE - "
               WS-DATA-INICIO " A " WS-DATA-FIM
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL "=" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "SECCAO;CHAVE;MULTAS;PERCENTAGEM;EXCESSO MEDIO;VALOR"
               TO DADOS-LINHA.
           WRITE DADOS-LINHA.
           MOVE WS-TOT-MULTAS TO WS-FORMAT-QTD.
           MOVE SPACES TO REL-LINHA.
           STRING "MULTAS NO PERIODO:            " WS-FORMAT-QTD
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-ANULADAS TO WS-FORMAT-QTD.
           MOVE SPACES TO REL-LINHA.
           STRING "ANULADAS (FORA DAS CONTAS):   " WS-FORMAT-QTD
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           COMPUTE WS-MEDIA ROUNDED = WS-TOT-EXCESSO / WS-TOT-MULTAS.
           MOVE WS-MEDIA TO WS-FORMAT-MEDIA.
           MOVE SPACES TO REL-LINHA.
           STRING "EXCESSO MEDIO SOBRE O LIMITE: " WS-FORMAT-MEDIA
               " KM/H" DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-MULTAS-REINC TO WS-FORMAT-QTD.
           COMPUTE WS-PERCENTAGEM ROUNDED =
               WS-MULTAS-REINC * 100 / WS-TOT-MULTAS.
           MOVE WS-PERCENTAGEM TO WS-FORMAT-PCT.
           MOVE SPACES TO REL-LINHA.
           STRING "MULTAS DE REINCIDENTES:       " WS-FORMAT-QTD
               " (" WS-FORMAT-PCT "%)"
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "RESUMO" TO WS-GRP-SECCAO.
           MOVE "MULTAS DE REINCIDENTES" TO WS-GRP-NOME.
           MOVE WS-MULTAS-REINC TO WS-GRP-MULTAS.
           PERFORM GRAVAR-DADOS-RESUMO.
           MOVE WS-INFRATORES-REINC TO WS-FORMAT-QTD.
           IF (WS-INFRATORES > 0) THEN
               COMPUTE WS-PERCENTAGEM ROUNDED =
                   WS-INFRATORES-REINC * 100 / WS-INFRATORES
           ELSE
               MOVE 0 TO WS-PERCENTAGEM
           END-IF.
           MOVE WS-PERCENTAGEM TO WS-FORMAT-PCT.
           MOVE SPACES TO REL-LINHA.
           MOVE WS-INFRATORES TO WS-FORMAT-QTD2.
           STRING "INFRATORES REINCIDENTES:      " WS-FORMAT-QTD
               " (" WS-FORMAT-PCT "% DE" WS-FORMAT-QTD2 " INFRATORES)"
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "INFRATORES REINCIDENTES" TO WS-GRP-NOME.
           MOVE WS-INFRATORES-REINC TO WS-GRP-MULTAS.
           PERFORM GRAVAR-DADOS-RESUMO.
           MOVE WS-TOT-AUTUADO TO WS-FORMAT-VALOR.
           MOVE SPACES TO REL-LINHA.
           STRING "VALOR AUTUADO:             " WS-FORMAT-VALOR
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOT-COBRADO TO WS-FORMAT-VALOR.
           MOVE SPACES TO REL-LINHA.
           STRING "VALOR COBRADO:             " WS-FORMAT-VALOR
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOT-DIVIDA TO WS-FORMAT-VALOR.
           MOVE SPACES TO REL-LINHA.
           STRING "VALOR EM DIVIDA:           " WS-FORMAT-VALOR
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "TOTAL" TO WS-GRP-NOME.
           MOVE WS-TOT-MULTAS TO WS-GRP-MULTAS.
           MOVE WS-TOT-EXCESSO TO WS-GRP-EXCESSO.
           MOVE WS-TOT-AUTUADO TO WS-GRP-VALOR.
           PERFORM GRAVAR-DADOS-GRUPO.
           MOVE "COBRADO" TO WS-GRP-NOME.
           MOVE 0 TO WS-GRP-MULTAS.
           MOVE 0 TO WS-GRP-EXCESSO.
           MOVE WS-TOT-COBRADO TO WS-GRP-VALOR.
           PERFORM GRAVAR-DADOS-GRUPO.
           MOVE "EM DIVIDA" TO WS-GRP-NOME.
           MOVE WS-TOT-DIVIDA TO WS-GRP-VALOR.
           PERFORM GRAVAR-DADOS-GRUPO.

       IMPRIMIR-LOCAIS.
           MOVE "LOCAL" TO WS-GRP-SECCAO.
           MOVE "LOCAL" TO WS-GRP-NOME.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM VARYING IDX-LOC FROM 1 BY 1
               UNTIL IDX-LOC > WS-NUM-LOCAIS
               MOVE LOC-NOME(IDX-LOC) TO WS-GRP-NOME
               MOVE LOC-MULTAS(IDX-LOC) TO WS-GRP-MULTAS
               MOVE LOC-EXCESSO(IDX-LOC) TO WS-GRP-EXCESSO
               MOVE LOC-VALOR(IDX-LOC) TO WS-GRP-VALOR
               PERFORM IMPRIMIR-GRUPO
           END-PERFORM.

       IMPRIMIR-HORAS.
           MOVE "HORA" TO WS-GRP-SECCAO.
           MOVE "HORA DO DIA" TO WS-GRP-NOME.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM VARYING IDX-HORA FROM 1 BY 1 UNTIL IDX-HORA > 25
               IF (HOR-MULTAS(IDX-HORA) > 0) THEN
                   MOVE SPACES TO WS-GRP-NOME
                   IF (IDX-HORA = 25) THEN
                       MOVE "SEM HORA REGISTADA" TO WS-GRP-NOME
                   ELSE
                       COMPUTE WS-HH = IDX-HORA - 1
                       STRING WS-HH "H00-" WS-HH "H59"
                           DELIMITED BY SIZE INTO WS-GRP-NOME
                   END-IF
                   MOVE HOR-MULTAS(IDX-HORA) TO WS-GRP-MULTAS
                   MOVE HOR-EXCESSO(IDX-HORA) TO WS-GRP-EXCESSO
                   MOVE HOR-VALOR(IDX-HORA) TO WS-GRP-VALOR
                   PERFORM IMPRIMIR-GRUPO
               END-IF
           END-PERFORM.

       IMPRIMIR-DIAS.
           MOVE "DIA" TO WS-GRP-SECCAO.
           MOVE "DIA DA SEMANA" TO WS-GRP-NOME.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM VARYING IDX-DIA FROM 1 BY 1 UNTIL IDX-DIA > 7
               MOVE NOME-DIA-SEMANA(IDX-DIA) TO WS-GRP-NOME
               MOVE DIA-MULTAS(IDX-DIA) TO WS-GRP-MULTAS
               MOVE DIA-EXCESSO(IDX-DIA) TO WS-GRP-EXCESSO
               MOVE DIA-VALOR(IDX-DIA) TO WS-GRP-VALOR
               PERFORM IMPRIMIR-GRUPO
           END-PERFORM.

       IMPRIMIR-ESCALOES.
           MOVE "ESCALAO" TO WS-GRP-SECCAO.
           MOVE "ESCALAO DE EXCESSO" TO WS-GRP-NOME.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM VARYING IDX-ESC FROM 1 BY 1 UNTIL IDX-ESC > 3
               MOVE NOME-ESCALAO(IDX-ESC) TO WS-GRP-NOME
               MOVE ESC-MULTAS(IDX-ESC) TO WS-GRP-MULTAS
               MOVE ESC-EXCESSO(IDX-ESC) TO WS-GRP-EXCESSO
               MOVE ESC-VALOR(IDX-ESC) TO WS-GRP-VALOR
               PERFORM IMPRIMIR-GRUPO
           END-PERFORM.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING WS-GRP-NOME "MULTAS      %  MEDIA        VALOR"
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL "-" TO REL-LINHA.
           WRITE REL-LINHA.

      * Uma linha no relatorio e a mesma no ficheiro de dados.
       IMPRIMIR-GRUPO.
           PERFORM CALCULAR-GRUPO.
           MOVE SPACES TO REL-LINHA.
           STRING WS-GRP-NOME WS-FORMAT-QTD "  " WS-FORMAT-PCT "  "
               WS-FORMAT-MEDIA "  " WS-FORMAT-VALOR
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM GRAVAR-DADOS-GRUPO.

       CALCULAR-GRUPO.
           MOVE WS-GRP-MULTAS TO WS-FORMAT-QTD.
           COMPUTE WS-PERCENTAGEM ROUNDED =
               WS-GRP-MULTAS * 100 / WS-TOT-MULTAS.
           MOVE WS-PERCENTAGEM TO WS-FORMAT-PCT.
           IF (WS-GRP-MULTAS > 0) THEN
               COMPUTE WS-MEDIA ROUNDED =
                   WS-GRP-EXCESSO / WS-GRP-MULTAS
           ELSE
               MOVE 0 TO WS-MEDIA
           END-IF.
           MOVE WS-MEDIA TO WS-FORMAT-MEDIA.
           MOVE WS-GRP-VALOR TO WS-FORMAT-VALOR.

       GRAVAR-DADOS-GRUPO.
           PERFORM CALCULAR-GRUPO.
           MOVE SPACES TO DADOS-LINHA.
           STRING WS-GRP-SECCAO DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-GRP-NOME DELIMITED BY "  "
               ";" WS-FORMAT-QTD ";" WS-FORMAT-PCT ";"
               WS-FORMAT-MEDIA ";" WS-FORMAT-VALOR
               DELIMITED BY SIZE INTO DADOS-LINHA.
           WRITE DADOS-LINHA.

       GRAVAR-DADOS-RESUMO.
           MOVE WS-GRP-MULTAS TO WS-FORMAT-QTD.
           MOVE SPACES TO DADOS-LINHA.
           STRING WS-GRP-SECCAO DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-GRP-NOME DELIMITED BY "  "
               ";" WS-FORMAT-QTD ";" WS-FORMAT-PCT ";;"
               DELIMITED BY SIZE INTO DADOS-LINHA.
           WRITE DADOS-LINHA.

       END PROGRAM T01_09-ESTATISTICAS.
