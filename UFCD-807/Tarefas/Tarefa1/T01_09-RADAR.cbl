      * Date:
      * Purpose: Carga em lote das detecoes do radar municipal - le o
      *          ficheiro plano da camara (RADAR-CAMARA.DAT: matricula,
      *          data-hora, velocidade medida, limite e aparelho),
      *          exige que o radar esteja em RADARES.DAT com a
      *          verificacao metrologica valida no dia da leitura,
      *          valida a matricula contra VEICULOS.DAT, deriva o
      *          excesso sobre o limite registado do radar, o
      *          escalao e os pontos com as mesmas regras do ecran de
      *          balcao, grava as multas em MULTAS.DAT marcadas com
      *          origem R (radar) e termina com totais de controlo e o
      *          relatorio de excecoes (radares desconhecidos ou com a
      *          verificacao caducada, matriculas desconhecidas e
      *          detecoes duplicadas) em RADAR-EXCECOES.TXT. Cada
      *          multa guarda o radar e o local.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY "MULTAS-SELECT.cpy".
           COPY "VEICULOS-SELECT.cpy".
           COPY "RADARES-SELECT.cpy".
           SELECT FICHEIRO-RADAR ASSIGN TO "RADAR-CAMARA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RADAR-STATUS.
       FILE SECTION.
           COPY "MULTAS-FD.cpy".
           COPY "VEICULOS-FD.cpy".
           COPY "RADARES-FD.cpy".

       FD  FICHEIRO-RADAR.
       01  REG-RADAR.
           05 RAD-DATA-HORA       PIC 9(12).
           05 RAD-VELOCIDADE      PIC 9(03).
           05 RAD-LIMITE          PIC 9(03).
           05 RAD-RADAR           PIC X(06).

       FD  RADAR-EXCECOES.
       01  EXCECAO-RADAR-LINHA    PIC X(70).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       77 WS-MULTAS-STATUS       PIC XX VALUES SPACES.
       77 WS-VEICULOS-STATUS     PIC XX VALUES SPACES.
       77 WS-RADAR-STATUS        PIC XX VALUES SPACES.
       COPY "RADARES-WS.cpy".
       77 WS-LIMITE-VIA          PIC 9(03) VALUES 0.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-DATA-DETECAO        PIC 9(08) VALUES 0.
       77 EXCESSO                PIC 9(03) VALUES 0.
       77 WS-SEM-EXCESSO         PIC 9(05) VALUES 0.
       77 WS-EXCECOES            PIC 9(05) VALUES 0.
       77 WS-TOTAL-VALOR         PIC 9(08)V99 VALUES 0.
       77 WS-MOTIVO-EXCECAO      PIC X(30) VALUES SPACES.
       77 WS-FORMAT              PIC Z(7)9.99.
       01 TABELA-VEICULOS.
           05 VEI-ITEM OCCURS 200 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "T01_09-RADAR" TO WS-JRN-PROGRAMA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-VEICULOS.
           PERFORM CARREGAR-RADARES.
           DISPLAY "=== CARGA DE DETECOES DO RADAR ===".
           MOVE SPACES TO WS-RADAR-STATUS.
           OPEN INPUT FICHEIRO-RADAR.
      * Mesmas regras do ecran: escaloes ate 20/40 km-h de excesso e
      * acima, com pontos e sinalizacao de suspensao no escalao grave.
      * A multa do radar fica em nome da matricula (o condutor so se
      * apura na identificacao posterior) e com origem R. So autua um
      * radar registado e verificado no dia da leitura; o limite e o
      * registado para o local do radar.
       TRATAR-DETECAO.
           COMPUTE WS-DATA-DETECAO = RAD-DATA-HORA / 10000.
           MOVE RAD-RADAR TO WS-RDR-PESQUISA.
           PERFORM PROCURAR-RADAR.
           IF (WS-RDR-ACHADO = 0) THEN
               MOVE "RADAR DESCONHECIDO" TO WS-MOTIVO-EXCECAO
               PERFORM REGISTAR-EXCECAO-RADAR
               GO FIM-TRATAR-DETECAO
           END-IF.
           MOVE WS-DATA-DETECAO TO WS-RDR-DATA-REF.
           PERFORM VALIDAR-VERIFICACAO-RADAR.
           IF (WS-RDR-VALIDO = "N") THEN
               MOVE "VERIFICACAO DO RADAR CADUCADA"
                   TO WS-MOTIVO-EXCECAO
               PERFORM REGISTAR-EXCECAO-RADAR
               GO FIM-TRATAR-DETECAO
           END-IF.
           MOVE RDR-T-LIMITE(WS-RDR-ACHADO) TO WS-LIMITE-VIA.
           MOVE 0 TO WS-VEI-ACHADO.
           PERFORM VARYING IDX-VEI FROM 1 BY 1
               UNTIL IDX-VEI > WS-NUM-VEICULOS
               PERFORM REGISTAR-EXCECAO-RADAR
               GO FIM-TRATAR-DETECAO
           END-IF.
           IF (RAD-VELOCIDADE <= WS-LIMITE-VIA) THEN
               ADD 1 TO WS-SEM-EXCESSO
               GO FIM-TRATAR-DETECAO
           END-IF.
           COMPUTE EXCESSO = RAD-VELOCIDADE - WS-LIMITE-VIA.
           MOVE "N" TO WS-SUSPENSAO.
           EVALUATE TRUE
               WHEN EXCESSO <= 20
                   MOVE 6 TO WS-PONTOS-MULTA
                   MOVE "S" TO WS-SUSPENSAO
           END-EVALUATE.
           MOVE RAD-PLACA TO MUL-CONDUTOR.
           MOVE WS-DATA-DETECAO TO MUL-DATA.
           MOVE EXCESSO TO MUL-EXCESSO.
           MOVE "R" TO MUL-ORIGEM.
           MOVE 0 TO MUL-VALOR-PAGO.
           MOVE 0 TO MUL-DATA-PAGA.
           MOVE RDR-T-ID(WS-RDR-ACHADO) TO MUL-RADAR.
           MOVE RDR-T-LOCAL(WS-RDR-ACHADO) TO MUL-LOCAL.
           MOVE RAD-DATA-HORA(9:4) TO MUL-HORA.
           WRITE REG-MULTA
               INVALID KEY
                   MOVE "DETECAO DUPLICADA NO DIA"
               NOT INVALID KEY
                   ADD 1 TO WS-GRAVADAS
                   ADD MULTA TO WS-TOTAL-VALOR
                   MOVE "I" TO WS-JRN-OPERACAO
                   PERFORM JORNAL-MULTA
           END-WRITE.
       FIM-TRATAR-DETECAO.
           EXIT.
       REGISTAR-EXCECAO-RADAR.
           ADD 1 TO WS-EXCECOES.
           OPEN EXTEND RADAR-EXCECOES.
           MOVE SPACES TO EXCECAO-RADAR-LINHA.
           STRING WS-MOTIVO-EXCECAO ";" RAD-PLACA ";"
               RAD-DATA-HORA ";" RAD-VELOCIDADE "/" RAD-LIMITE ";"
               RAD-RADAR
               DELIMITED BY SIZE INTO EXCECAO-RADAR-LINHA.
           WRITE EXCECAO-RADAR-LINHA.
           CLOSE RADAR-EXCECOES.
               CLOSE FICHEIRO-VEICULOS
           END-IF.

       COPY "RADARES-PROC.cpy".

       COPY "JORNAL-MULTAS-PROC.cpy".

       END PROGRAM T01_09-RADAR.
