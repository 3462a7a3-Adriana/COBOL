      *          taxa (23% normal na pizzaria e no aluguer, 6% taxa
      *          reduzida na agua) a partir de PEDIDOS.DAT,
      *          ALUGUERES.DAT e AGUA-CONTAS.DAT, no formato da
      *          declaracao, em DECLARACAO-IVA.TXT. As notas de
      *          credito emitidas no trimestre (NOTAS-CREDITO.DAT)
      *          abatem a base e o IVA do negocio da fatura e ficam
      *          discriminadas na declaracao. O IVA a entregar e a
      *          data limite de pagamento ficam em IVA-APURAMENTOS.DAT
      *          para a previsao de tesouraria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "PEDIDOS-SELECT.cpy".
           COPY "ALUGUERES-SELECT.cpy".
           COPY "AGUA-SELECT.cpy".
           COPY "NOTAS-CREDITO-SELECT.cpy".
           COPY "IVA-APURAMENTOS-SELECT.cpy".
           SELECT DECLARACAO-IVA ASSIGN TO "DECLARACAO-IVA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "PEDIDOS-FD.cpy".
           COPY "ALUGUERES-FD.cpy".
           COPY "AGUA-FD.cpy".
           COPY "NOTAS-CREDITO-FD.cpy".
           COPY "IVA-APURAMENTOS-FD.cpy".

       FD  DECLARACAO-IVA.
       01  DECL-LINHA             PIC X(70).
       77 WS-PEDIDOS-STATUS      PIC XX VALUES SPACES.
       77 WS-ALUGUERES-STATUS    PIC XX VALUES SPACES.
       77 WS-AGUA-STATUS         PIC XX VALUES SPACES.
       COPY "NOTAS-CREDITO-WS.cpy".
       77 WS-ANO                 PIC 9(04) VALUES 0.
       77 WS-TRIMESTRE           PIC 9(01) VALUES 0.
           88 VALIDAR-TRIMESTRE VALUES 1 THRU 4.
       01 WS-HOJE.
           05 WS-HOJE-ANO        PIC 9(04).
           05 WS-HOJE-MES        PIC 9(02).
           05 WS-HOJE-DIA        PIC 9(02).
       77 WS-MES-DE              PIC 9(02) VALUES 0.
       77 WS-MES-ATE             PIC 9(02) VALUES 0.
       77 WS-MES-REG             PIC 9(02) VALUES 0.
           05 WS-DP-MES          PIC 9(02).
           05 FILLER             PIC X(01).
           05 WS-DP-ANO          PIC 9(04).
      * Com as notas de credito a base de um negocio pode ficar
      * negativa num trimestre (credito de uma fatura do anterior).
       77 WS-BASE-PIZZARIA       PIC S9(09)V99 VALUES 0.
       77 WS-IVA-PIZZARIA        PIC S9(09)V99 VALUES 0.
       77 WS-BASE-ALUGUER        PIC S9(09)V99 VALUES 0.
       77 WS-IVA-ALUGUER         PIC S9(09)V99 VALUES 0.
       77 WS-BASE-AGUA           PIC S9(09)V99 VALUES 0.
       77 WS-IVA-AGUA            PIC S9(09)V99 VALUES 0.
       77 WS-BASE-NORMAL         PIC S9(09)V99 VALUES 0.
       77 WS-IVA-NORMAL          PIC S9(09)V99 VALUES 0.
       77 WS-NC-BASE-PIZZARIA    PIC 9(09)V99 VALUES 0.
       77 WS-NC-IVA-PIZZARIA     PIC 9(09)V99 VALUES 0.
       77 WS-NC-BASE-ALUGUER     PIC 9(09)V99 VALUES 0.
       77 WS-NC-IVA-ALUGUER      PIC 9(09)V99 VALUES 0.
       77 WS-NC-BASE-AGUA        PIC 9(09)V99 VALUES 0.
       77 WS-NC-IVA-AGUA         PIC 9(09)V99 VALUES 0.
       77 WS-NC-CONTADAS         PIC 9(05) VALUES 0.
       77 WS-FORMAT              PIC -(8)9.99.
       77 WS-FORMAT2             PIC -(8)9.99.
       77 WS-IVA-APUR-STATUS     PIC XX VALUES SPACES.
       77 WS-IVA-A-ENTREGAR      PIC S9(09)V99 VALUES 0.
       77 WS-MES-LIMITE          PIC 9(02) VALUES 0.
       77 WS-ANO-LIMITE          PIC 9(04) VALUES 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== DECLARACAO PERIODICA DO IVA ===".
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           DISPLAY "ANO AAAA (ENTER=CORRENTE): " WITH NO ADVANCING.
           ACCEPT WS-ANO.
           IF (WS-ANO = 0) THEN
               MOVE WS-HOJE-ANO TO WS-ANO
           END-IF.
       LER-TRIMESTRE.
           DISPLAY "TRIMESTRE 1-4 (ENTER=CORRENTE): " WITH NO ADVANCING.
           ACCEPT WS-TRIMESTRE.
           IF (WS-TRIMESTRE = 0) THEN
               COMPUTE WS-TRIMESTRE = (WS-HOJE-MES + 2) / 3
           END-IF.
           IF (NOT VALIDAR-TRIMESTRE) THEN
               DISPLAY "TRIMESTRE INVALIDO!"
               GO LER-TRIMESTRE
           PERFORM APURAR-PIZZARIA.
           PERFORM APURAR-ALUGUER.
           PERFORM APURAR-AGUA.
           PERFORM APURAR-NOTAS-CREDITO.
           PERFORM ESCREVER-DECLARACAO.
           PERFORM REGISTAR-APURAMENTO.
           DISPLAY "DECLARACAO ESCRITA EM DECLARACAO-IVA.TXT".
           STOP RUN.

                               (WS-ANO-REG * 100)
                           IF (WS-ANO-REG = WS-ANO) AND
                              (WS-MES-REG >= WS-MES-DE) AND
                              (WS-MES-REG <= WS-MES-ATE) AND
                              (ALG-INTERNO NOT = "PIZ") AND
                              (ALG-INTERNO NOT = "AGA") THEN
                               COMPUTE WS-BASE-ALUGUER =
                                   WS-BASE-ALUGUER +
                                   ALG-RECEITA - ALG-IVA
               CLOSE FICHEIRO-AGUA
           END-IF.

      * Notas de credito: contam no trimestre em que foram emitidas,
      * seja qual for a data da fatura, e saem do negocio da serie.
       APURAR-NOTAS-CREDITO.
           OPEN INPUT FICHEIRO-NOTAS-CREDITO.
           IF (WS-NOTAS-CREDITO-STATUS = "00") THEN
               PERFORM UNTIL WS-NOTAS-CREDITO-STATUS = "10"
                   READ FICHEIRO-NOTAS-CREDITO
                       AT END MOVE "10" TO WS-NOTAS-CREDITO-STATUS
                       NOT AT END
                           COMPUTE WS-ANO-REG = NC-DATA / 10000
                           DIVIDE NC-DATA BY 100
                               GIVING WS-PERIODO-REG
                           COMPUTE WS-MES-REG = WS-PERIODO-REG -
                               (WS-ANO-REG * 100)
                           IF (WS-ANO-REG = WS-ANO) AND
                              (WS-MES-REG >= WS-MES-DE) AND
                              (WS-MES-REG <= WS-MES-ATE) THEN
                               PERFORM SOMAR-NOTA-CREDITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-NOTAS-CREDITO
           END-IF.

       SOMAR-NOTA-CREDITO.
           ADD 1 TO WS-NC-CONTADAS.
           EVALUATE NC-SERIE
               WHEN "NPZ"
                   SUBTRACT NC-BASE FROM WS-BASE-PIZZARIA
                   SUBTRACT NC-IVA FROM WS-IVA-PIZZARIA
                   ADD NC-BASE TO WS-NC-BASE-PIZZARIA
                   ADD NC-IVA TO WS-NC-IVA-PIZZARIA
               WHEN "NAL"
                   SUBTRACT NC-BASE FROM WS-BASE-ALUGUER
                   SUBTRACT NC-IVA FROM WS-IVA-ALUGUER
                   ADD NC-BASE TO WS-NC-BASE-ALUGUER
                   ADD NC-IVA TO WS-NC-IVA-ALUGUER
               WHEN "NAG"
                   SUBTRACT NC-BASE FROM WS-BASE-AGUA
                   SUBTRACT NC-IVA FROM WS-IVA-AGUA
                   ADD NC-BASE TO WS-NC-BASE-AGUA
                   ADD NC-IVA TO WS-NC-IVA-AGUA
           END-EVALUATE.

       ESCREVER-DECLARACAO.
           COMPUTE WS-BASE-NORMAL = WS-BASE-PIZZARIA + WS-BASE-ALUGUER.
           COMPUTE WS-IVA-NORMAL = WS-IVA-PIZZARIA + WS-IVA-ALUGUER.
           STRING "TAXA REDUZIDA 6% " WS-FORMAT "  " WS-FORMAT2
               DELIMITED BY SIZE INTO DECL-LINHA.
           WRITE DECL-LINHA.
           MOVE SPACES TO DECL-LINHA.
           STRING "-- NOTAS DE CREDITO DEDUZIDAS (" WS-NC-CONTADAS
               ") --"
               DELIMITED BY SIZE INTO DECL-LINHA.
           WRITE DECL-LINHA.
           MOVE WS-NC-BASE-PIZZARIA TO WS-FORMAT.
           MOVE WS-NC-IVA-PIZZARIA TO WS-FORMAT2.
           MOVE SPACES TO DECL-LINHA.
           STRING "PIZZARIA  (NPZ)  " WS-FORMAT "  " WS-FORMAT2
               DELIMITED BY SIZE INTO DECL-LINHA.
           WRITE DECL-LINHA.
           MOVE WS-NC-BASE-ALUGUER TO WS-FORMAT.
           MOVE WS-NC-IVA-ALUGUER TO WS-FORMAT2.
           MOVE SPACES TO DECL-LINHA.
           STRING "ALUGUER   (NAL)  " WS-FORMAT "  " WS-FORMAT2
               DELIMITED BY SIZE INTO DECL-LINHA.
           WRITE DECL-LINHA.
           MOVE WS-NC-BASE-AGUA TO WS-FORMAT.
           MOVE WS-NC-IVA-AGUA TO WS-FORMAT2.
           MOVE SPACES TO DECL-LINHA.
           STRING "AGUA      (NAG)  " WS-FORMAT "  " WS-FORMAT2
               DELIMITED BY SIZE INTO DECL-LINHA.
           WRITE DECL-LINHA.
           MOVE "====================================================="
               TO DECL-LINHA.
           WRITE DECL-LINHA.
           CLOSE DECLARACAO-IVA.

      * O pagamento do trimestre vence no dia 20 do segundo mes
      * seguinte ao fim do trimestre (o quarto trimestre em fevereiro
      * do ano seguinte).
       REGISTAR-APURAMENTO.
           COMPUTE WS-IVA-A-ENTREGAR = WS-IVA-NORMAL + WS-IVA-AGUA.
           COMPUTE WS-MES-LIMITE = WS-MES-ATE + 2.
           MOVE WS-ANO TO WS-ANO-LIMITE.
           IF (WS-MES-LIMITE > 12) THEN
               SUBTRACT 12 FROM WS-MES-LIMITE
               ADD 1 TO WS-ANO-LIMITE
           END-IF.
           MOVE SPACES TO WS-IVA-APUR-STATUS.
           OPEN EXTEND FICHEIRO-IVA-APURAMENTOS.
           IF (WS-IVA-APUR-STATUS = "35") THEN
               OPEN OUTPUT FICHEIRO-IVA-APURAMENTOS
           END-IF.
           MOVE WS-ANO TO IVP-ANO.
           MOVE WS-TRIMESTRE TO IVP-TRIMESTRE.
           IF (WS-IVA-A-ENTREGAR < 0) THEN
               MOVE "-" TO IVP-SINAL
               COMPUTE IVP-VALOR = 0 - WS-IVA-A-ENTREGAR
           ELSE
               MOVE "+" TO IVP-SINAL
               MOVE WS-IVA-A-ENTREGAR TO IVP-VALOR
           END-IF.
           COMPUTE IVP-DATA-LIMITE = (WS-ANO-LIMITE * 10000) +
               (WS-MES-LIMITE * 100) + 20.
           ACCEPT IVP-DATA-APURAMENTO FROM DATE YYYYMMDD.
           WRITE REG-IVA-APURAMENTO.
           CLOSE FICHEIRO-IVA-APURAMENTOS.

       END PROGRAM IVA-DECL.
