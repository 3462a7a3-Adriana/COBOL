      ******************************************************************
      * Author:
      * Date:
      * Purpose: Declaracao mensal de remuneracoes (DMR) a Autoridade
      *          Tributaria - para um periodo ja fechado no
      *          RH-PERIODOS, junta por empregado as linhas de
      *          SALARIOS-HIST.DAT (mes, retroativos, acerto de contas,
      *          despesas) e escreve uma linha com NIF, categoria de
      *          rendimento, rendimento bruto, IRS retido, seguranca
      *          social e valores isentos, fechando com os totais de
      *          controlo (DMR-DECLARACAO.TXT). Quem nao tiver NIF
      *          valido na ficha vai para DMR-EXCECOES.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DMR-DECLARACAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "EMPREGADOS-SELECT.cpy".
           COPY "SALARIOS-HIST-SELECT.cpy".
           COPY "PERIODOS-FOLHA-SELECT.cpy".
           SELECT DECLARACAO-DMR ASSIGN TO "DMR-DECLARACAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCECOES-DMR ASSIGN TO "DMR-EXCECOES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "EMPREGADOS-FD.cpy".
           COPY "SALARIOS-HIST-FD.cpy".
           COPY "PERIODOS-FOLHA-FD.cpy".

       FD  DECLARACAO-DMR.
       01  DMR-LINHA              PIC X(100).

       FD  EXCECOES-DMR.
       01  EXC-DMR-LINHA          PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-EMPREGADOS-STATUS   PIC XX VALUES SPACES.
       77 WS-SAL-HIST-STATUS     PIC XX VALUES SPACES.
       COPY "PERIODOS-FOLHA-WS.cpy".
       COPY "NIF-WS.cpy".
       01 WS-PERIODO             PIC 9(06) VALUES 0.
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PER-ANO         PIC 9(04).
           05 WS-PER-MES         PIC 9(02).
               88 PER-MES-VALIDO VALUES 1 THRU 12.
       77 WS-NIF-ENTIDADE        PIC 9(09) VALUES 0.
       77 WS-HOJE                PIC 9(08) VALUES 0.
      * Trabalho dependente
       77 WS-CATEGORIA           PIC X(01) VALUES "A".
       77 WS-MOTIVO              PIC X(20) VALUES SPACES.
       77 IDX-DMR                PIC 9(03) VALUES 0.
       77 WS-NUM-DMR             PIC 9(03) VALUES 0.
       77 WS-DMR-ACHADO          PIC 9(03) VALUES 0.
       77 WS-DMR-TRUNCADA        PIC A VALUES "N".
       01 TABELA-DMR.
           05 DMR-ITEM OCCURS 300 TIMES.
               10 DMR-NOME           PIC X(30).
               10 DMR-BRUTO          PIC 9(07)V99.
               10 DMR-IRS            PIC 9(07)V99.
               10 DMR-SS             PIC 9(07)V99.
               10 DMR-ISENTO         PIC 9(07)V99.
       77 WS-DECLARADOS          PIC 9(03) VALUES 0.
       77 WS-EXCECOES            PIC 9(03) VALUES 0.
       77 WS-TOT-BRUTO           PIC 9(09)V99 VALUES 0.
       77 WS-TOT-IRS             PIC 9(09)V99 VALUES 0.
       77 WS-TOT-SS              PIC 9(09)V99 VALUES 0.
       77 WS-TOT-ISENTO          PIC 9(09)V99 VALUES 0.
       77 WS-EXC-BRUTO           PIC 9(09)V99 VALUES 0.
       77 WS-FORMAT              PIC Z(6)9.99.
       77 WS-FORMAT2             PIC Z(6)9.99.
       77 WS-FORMAT3             PIC Z(6)9.99.
       77 WS-FORMAT4             PIC Z(6)9.99.
       77 WS-FORMAT-TOT          PIC Z(8)9.99.
       77 WS-FORMAT-TOT2         PIC Z(8)9.99.
       77 WS-FORMAT-TOT3         PIC Z(8)9.99.
       77 WS-FORMAT-TOT4         PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== DECLARACAO MENSAL DE REMUNERACOES (AT) ===".
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
       LER-PERIODO.
           DISPLAY "PERIODO (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-PERIODO.
           IF (NOT PER-MES-VALIDO) THEN
               DISPLAY "PERIODO INVALIDO!"
               GO LER-PERIODO
           END-IF.
      * So um periodo fechado tem a folha definitiva - um periodo
      * aberto ainda pode ser reprocessado.
           MOVE WS-PERIODO TO WS-PERIODO-VERIFICA.
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF (WS-PERIODO-FECHADO NOT = "S") THEN
               DISPLAY "PERIODO " WS-PERIODO " NAO ESTA FECHADO NO "
                   "RH-PERIODOS - DECLARACAO RECUSADA."
               STOP RUN
           END-IF.
       LER-NIF-ENTIDADE.
           DISPLAY "NIF DA ENTIDADE EMPREGADORA: " WITH NO ADVANCING.
           ACCEPT WS-NIF-ENTIDADE.
           MOVE WS-NIF-ENTIDADE TO WS-NIF-VERIFICA.
           PERFORM VALIDAR-NIF.
           IF (WS-NIF-VALIDO = "N") THEN
               DISPLAY "NIF INVALIDO!"
               GO LER-NIF-ENTIDADE
           END-IF.
           PERFORM JUNTAR-HISTORICO.
           IF (WS-DMR-TRUNCADA = "S") THEN
               DISPLAY "MAIS DE 300 EMPREGADOS NO PERIODO - "
                   "DECLARACAO RECUSADA."
               STOP RUN
           END-IF.
           IF (WS-NUM-DMR = 0) THEN
               DISPLAY "SEM PROCESSAMENTOS NO PERIODO " WS-PERIODO "."
               STOP RUN
           END-IF.
           OPEN OUTPUT DECLARACAO-DMR.
           OPEN OUTPUT EXCECOES-DMR.
           MOVE SPACES TO DMR-LINHA.
           STRING "H;" WS-NIF-ENTIDADE ";" WS-PERIODO ";" WS-HOJE
               DELIMITED BY SIZE INTO DMR-LINHA.
           WRITE DMR-LINHA.
           MOVE SPACES TO EXC-DMR-LINHA.
           STRING "EXCECOES DA DMR " WS-PERIODO
               " - EMPREGADOS FORA DA DECLARACAO"
               DELIMITED BY SIZE INTO EXC-DMR-LINHA.
           WRITE EXC-DMR-LINHA.
           MOVE SPACES TO WS-EMPREGADOS-STATUS.
           OPEN INPUT FICHEIRO-EMPREGADOS.
           PERFORM VARYING IDX-DMR FROM 1 BY 1
               UNTIL IDX-DMR > WS-NUM-DMR
               PERFORM DECLARAR-EMPREGADO
           END-PERFORM.
           CLOSE FICHEIRO-EMPREGADOS.
           MOVE WS-TOT-BRUTO TO WS-FORMAT-TOT.
           MOVE WS-TOT-IRS TO WS-FORMAT-TOT2.
           MOVE WS-TOT-SS TO WS-FORMAT-TOT3.
           MOVE WS-TOT-ISENTO TO WS-FORMAT-TOT4.
           MOVE SPACES TO DMR-LINHA.
           STRING "T;" WS-DECLARADOS ";" WS-FORMAT-TOT ";"
               WS-FORMAT-TOT2 ";" WS-FORMAT-TOT3 ";" WS-FORMAT-TOT4
               DELIMITED BY SIZE INTO DMR-LINHA.
           WRITE DMR-LINHA.
           MOVE WS-EXC-BRUTO TO WS-FORMAT-TOT.
           MOVE SPACES TO EXC-DMR-LINHA.
           STRING "TOTAL: " WS-EXCECOES " EMPREGADO(S), BRUTO "
               WS-FORMAT-TOT
               DELIMITED BY SIZE INTO EXC-DMR-LINHA.
           WRITE EXC-DMR-LINHA.
           CLOSE DECLARACAO-DMR.
           CLOSE EXCECOES-DMR.
           MOVE WS-TOT-BRUTO TO WS-FORMAT-TOT.
           DISPLAY "DECLARADOS: " WS-DECLARADOS
               "  BRUTO: " WS-FORMAT-TOT
               "  IRS: " WS-FORMAT-TOT2.
           DISPLAY "SEG. SOCIAL: " WS-FORMAT-TOT3
               "  ISENTOS: " WS-FORMAT-TOT4.
           DISPLAY "DECLARACAO ESCRITA EM DMR-DECLARACAO.TXT".
           IF (WS-EXCECOES > 0) THEN
               DISPLAY WS-EXCECOES " EMPREGADO(S) SEM NIF VALIDO - "
                   "VER DMR-EXCECOES.TXT ANTES DE SUBMETER."
           END-IF.
           STOP RUN.

      * Um empregado pode ter varias linhas no periodo; a declaracao
      * leva a soma. Isentos: subsidio de alimentacao ate ao limite
      * legal e a parte isenta das despesas de deslocacao.
       JUNTAR-HISTORICO.
           MOVE 0 TO WS-NUM-DMR.
           MOVE SPACES TO WS-SAL-HIST-STATUS.
           OPEN INPUT FICHEIRO-SALARIOS-HIST.
           IF (WS-SAL-HIST-STATUS = "00") THEN
               PERFORM UNTIL WS-SAL-HIST-STATUS = "10"
                   READ FICHEIRO-SALARIOS-HIST
                       AT END MOVE "10" TO WS-SAL-HIST-STATUS
                       NOT AT END
                           IF (SAL-PERIODO = WS-PERIODO) THEN
                               PERFORM SOMAR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-SALARIOS-HIST.

       SOMAR-LINHA.
           MOVE 0 TO WS-DMR-ACHADO.
           PERFORM VARYING IDX-DMR FROM 1 BY 1
               UNTIL IDX-DMR > WS-NUM-DMR
               IF (DMR-NOME(IDX-DMR) = SAL-NOME) THEN
                   MOVE IDX-DMR TO WS-DMR-ACHADO
               END-IF
           END-PERFORM.
           IF (WS-DMR-ACHADO = 0) THEN
               IF (WS-NUM-DMR >= 300) THEN
                   MOVE "S" TO WS-DMR-TRUNCADA
               ELSE
                   ADD 1 TO WS-NUM-DMR
                   MOVE WS-NUM-DMR TO WS-DMR-ACHADO
                   MOVE SAL-NOME TO DMR-NOME(WS-NUM-DMR)
                   MOVE 0 TO DMR-BRUTO(WS-NUM-DMR)
                   MOVE 0 TO DMR-IRS(WS-NUM-DMR)
                   MOVE 0 TO DMR-SS(WS-NUM-DMR)
                   MOVE 0 TO DMR-ISENTO(WS-NUM-DMR)
               END-IF
           END-IF.
           IF (WS-DMR-ACHADO > 0) THEN
               ADD SAL-ILIQUIDO TO DMR-BRUTO(WS-DMR-ACHADO)
               ADD SAL-IRS TO DMR-IRS(WS-DMR-ACHADO)
               ADD SAL-SEG-SOCIAL TO DMR-SS(WS-DMR-ACHADO)
               IF (SAL-TIPO = "D") THEN
                   ADD SAL-BASE TO DMR-ISENTO(WS-DMR-ACHADO)
               END-IF
               IF (SAL-SUB-ALIM-ISENTO IS NUMERIC) THEN
                   ADD SAL-SUB-ALIM-ISENTO TO DMR-ISENTO(WS-DMR-ACHADO)
               END-IF
           END-IF.

       DECLARAR-EMPREGADO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE 0 TO WS-NIF-VERIFICA.
           IF (WS-EMPREGADOS-STATUS NOT = "00") AND
              (WS-EMPREGADOS-STATUS NOT = "23") THEN
               MOVE "SEM FICHA" TO WS-MOTIVO
           ELSE
               MOVE DMR-NOME(IDX-DMR) TO EMP-NOME
               READ FICHEIRO-EMPREGADOS
                   INVALID KEY MOVE "SEM FICHA" TO WS-MOTIVO
                   NOT INVALID KEY
                       IF (EMP-NIF IS NUMERIC) THEN
                           MOVE EMP-NIF TO WS-NIF-VERIFICA
                       END-IF
               END-READ
               MOVE "00" TO WS-EMPREGADOS-STATUS
           END-IF.
           IF (WS-MOTIVO = SPACES) THEN
               IF (WS-NIF-VERIFICA = 0) THEN
                   MOVE "SEM NIF NA FICHA" TO WS-MOTIVO
               ELSE
                   PERFORM VALIDAR-NIF
                   IF (WS-NIF-VALIDO = "N") THEN
                       MOVE "NIF INVALIDO" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.
           MOVE DMR-BRUTO(IDX-DMR) TO WS-FORMAT.
           MOVE DMR-IRS(IDX-DMR) TO WS-FORMAT2.
           MOVE DMR-SS(IDX-DMR) TO WS-FORMAT3.
           MOVE DMR-ISENTO(IDX-DMR) TO WS-FORMAT4.
           IF (WS-MOTIVO = SPACES) THEN
               MOVE SPACES TO DMR-LINHA
               STRING "D;" WS-NIF-VERIFICA ";" WS-CATEGORIA ";"
                   WS-FORMAT ";" WS-FORMAT2 ";" WS-FORMAT3 ";"
                   WS-FORMAT4 ";" DMR-NOME(IDX-DMR)
                   DELIMITED BY SIZE INTO DMR-LINHA
               WRITE DMR-LINHA
               ADD 1 TO WS-DECLARADOS
               ADD DMR-BRUTO(IDX-DMR) TO WS-TOT-BRUTO
               ADD DMR-IRS(IDX-DMR) TO WS-TOT-IRS
               ADD DMR-SS(IDX-DMR) TO WS-TOT-SS
               ADD DMR-ISENTO(IDX-DMR) TO WS-TOT-ISENTO
           ELSE
               MOVE SPACES TO EXC-DMR-LINHA
               STRING DMR-NOME(IDX-DMR) " " WS-MOTIVO " "
                   WS-FORMAT " " WS-FORMAT2 " " WS-FORMAT3
                   DELIMITED BY SIZE INTO EXC-DMR-LINHA
               WRITE EXC-DMR-LINHA
               ADD 1 TO WS-EXCECOES
               ADD DMR-BRUTO(IDX-DMR) TO WS-EXC-BRUTO
           END-IF.

       COPY "PERIODOS-FOLHA-PROC.cpy".

       COPY "NIF-PROC.cpy".

       END PROGRAM DMR-DECLARACAO.
