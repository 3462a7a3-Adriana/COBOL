      ******************************************************************
      * Author:
      * Date:
      * Purpose: Balanco hidrico por zona de abastecimento - regista
      *          a leitura mensal do contador totalizador de cada zona
      *          e os usos conhecidos nao faturados (incendios,
      *          fontanarios e outros) em CONTADORES-ZONA.DAT e compara
      *          o volume entrado com o consumo faturado das contas da
      *          zona (zona do mestre AGUA-MESTRE.DAT), medido e
      *          estimado. A agua nao contabilizada sai em m3 e em
      *          percentagem, com a tendencia dos ultimos 12 meses, em
      *          BALANCO-HIDRICO.TXT para orientar as equipas de
      *          reparacao da rede.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T01_11-BALANCO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AGUA-SELECT.cpy".
           COPY "AGUA-MESTRE-SELECT.cpy".
           SELECT FICHEIRO-ZONAS ASSIGN TO "CONTADORES-ZONA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZONAS-STATUS.
           SELECT BALANCO-HIDRICO ASSIGN TO "BALANCO-HIDRICO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "AGUA-FD.cpy".
           COPY "AGUA-MESTRE-FD.cpy".

      * Leitura mensal do contador totalizador da zona e usos
      * conhecidos que nao se faturam (m3 do periodo).
       FD  FICHEIRO-ZONAS.
       01  REG-CONTADOR-ZONA.
           05 CZN-ZONA            PIC X(04).
           05 CZN-PERIODO         PIC 9(06).
           05 CZN-LEITURA         PIC 9(08).
           05 CZN-INCENDIOS       PIC 9(06).
           05 CZN-FONTANARIOS     PIC 9(06).
           05 CZN-OUTROS          PIC 9(06).

       FD  BALANCO-HIDRICO.
       01  BALANCO-LINHA          PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-AGUA-STATUS         PIC XX VALUES SPACES.
       77 WS-ZONAS-STATUS        PIC XX VALUES SPACES.
       COPY "AGUA-MESTRE-WS.cpy".
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 3.
       77 WS-ZONA                PIC X(04) VALUES SPACES.
       77 WS-PERIODO             PIC 9(06) VALUES 0.
       77 WS-LEITURA             PIC 9(08) VALUES 0.
       77 WS-LEITURA-ANT         PIC 9(08) VALUES 0.
       77 WS-PERIODO-ANT         PIC 9(06) VALUES 0.
       77 WS-CZN-ACHADO          PIC 9(03) VALUES 0.
       77 WS-CZN-ANT             PIC 9(03) VALUES 0.
       77 WS-CZN-TRUNCADO        PIC A VALUES "N".
       77 WS-CARGA-TRUNCADA      PIC A VALUES "N".
       77 WS-VOL-VALIDO          PIC A VALUES "N".
       77 WS-VOL-ENTRADA         PIC 9(08) VALUES 0.
       77 WS-VOL-MEDIDO          PIC 9(08)V99 VALUES 0.
       77 WS-VOL-ESTIMADO        PIC 9(08)V99 VALUES 0.
       77 WS-VOL-NAO-FATURADO    PIC 9(08) VALUES 0.
       77 WS-PERDAS              PIC S9(08)V99 VALUES 0.
       77 WS-PERDAS-PCT          PIC S9(04)V9 VALUES 0.
       77 WS-MES-TENDENCIA       PIC 9(02) VALUES 0.
       77 WS-ZONAS-BALANCO       PIC 9(03) VALUES 0.
       77 WS-FORMAT-M3           PIC Z(7)9.
       77 WS-FORMAT-PERDAS       PIC -(7)9.
       77 WS-FORMAT-PCT          PIC -(3)9.9.
       77 IDX-AGUA               PIC 9(03) VALUES 0.
       77 WS-NUM-REGISTOS        PIC 9(03) VALUES 0.
       77 IDX-CZN                PIC 9(03) VALUES 0.
       77 IDX-BAL                PIC 9(03) VALUES 0.
       77 WS-PERIODO-PEDIDO      PIC 9(06) VALUES 0.
       77 WS-NUM-CZN             PIC 9(03) VALUES 0.
       01 WS-PER-CALC            PIC 9(06) VALUES 0.
       01 WS-PER-CALC-R REDEFINES WS-PER-CALC.
           05 WS-PER-CALC-ANO    PIC 9(04).
           05 WS-PER-CALC-MES    PIC 9(02).
       01 TABELA-CONTADORES-ZONA.
           05 CZN-ITEM OCCURS 600 TIMES.
               10 CZN-T-ZONA          PIC X(04).
               10 CZN-T-PERIODO       PIC 9(06).
               10 CZN-T-LEITURA       PIC 9(08).
               10 CZN-T-INCENDIOS     PIC 9(06).
               10 CZN-T-FONTANARIOS   PIC 9(06).
               10 CZN-T-OUTROS        PIC 9(06).
       01 TABELA-AGUA.
           05 AGUA-ITEM OCCURS 900 TIMES.
               10 AGUA-T-CONTA        PIC X(10).
               10 AGUA-T-PERIODO      PIC 9(06).
               10 AGUA-T-CONSUMO      PIC 9(04)V99.
               10 AGUA-T-TOTAL        PIC 9(06)V99.
               10 AGUA-T-PAGO         PIC X(01).
               10 AGUA-T-LEITURA-ANT  PIC 9(06).
               10 AGUA-T-LEITURA-ATU  PIC 9(06).
               10 AGUA-T-PAGO-VALOR   PIC 9(06)V99.
               10 AGUA-T-DISPON       PIC 9(03)V99.
               10 AGUA-T-SANEAMENTO   PIC 9(05)V99.
               10 AGUA-T-RESIDUOS     PIC 9(03)V99.
               10 AGUA-T-IVA          PIC 9(05)V99.
               10 AGUA-T-ESTIMADA     PIC X(01).
               10 AGUA-T-REFERENCIA   PIC 9(09).
               10 AGUA-T-FATURA-NUM   PIC 9(06).
      * Zona de cada fatura, tirada do mestre na carga.
       01 TABELA-ZONA-FATURA.
           05 AGUA-T-ZONA OCCURS 900 TIMES PIC X(04).

       PROCEDURE DIVISION.
       MENU-BALANCO.
           PERFORM CARREGAR-AGUA-MESTRE.
           PERFORM CARREGAR-CONTAS.
           PERFORM CARREGAR-CONTADORES-ZONA.
           DISPLAY "=== BALANCO HIDRICO POR ZONA ===".
           DISPLAY "1 - REGISTAR LEITURA DO CONTADOR DA ZONA".
           DISPLAY "2 - LISTAR LEITURAS DOS CONTADORES DE ZONA".
           DISPLAY "3 - BALANCO HIDRICO DO MES".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-BALANCO
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM REGISTAR-LEITURA-ZONA
                   THRU FIM-REGISTAR-LEITURA-ZONA
               WHEN 2 PERFORM LISTAR-LEITURAS-ZONA
               WHEN 3 PERFORM BALANCO-MES THRU FIM-BALANCO-MES
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-BALANCO.

      * Uma leitura por zona e periodo; voltar a registar o mesmo
      * periodo corrige a anterior.
       REGISTAR-LEITURA-ZONA.
           IF (WS-CZN-TRUNCADO = "S") THEN
               DISPLAY "CONTADORES-ZONA.DAT EXCEDE 600 REGISTOS - "
                   "REGISTO RECUSADO PARA NAO PERDER DADOS."
               GO FIM-REGISTAR-LEITURA-ZONA
           END-IF.
           DISPLAY "ZONA: " WITH NO ADVANCING.
           ACCEPT WS-ZONA.
           MOVE FUNCTION UPPER-CASE(WS-ZONA) TO WS-ZONA.
           IF (WS-ZONA = SPACES) THEN
               DISPLAY "ZONA OBRIGATORIA!"
               GO FIM-REGISTAR-LEITURA-ZONA
           END-IF.
           DISPLAY "PERIODO (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-PERIODO.
           MOVE WS-PERIODO TO WS-PER-CALC.
           IF (WS-PER-CALC-ANO < 1900) OR (WS-PER-CALC-MES < 1) OR
              (WS-PER-CALC-MES > 12) THEN
               DISPLAY "PERIODO INVALIDO!"
               GO FIM-REGISTAR-LEITURA-ZONA
           END-IF.
           PERFORM PROCURAR-LEITURA-ZONA.
           IF (WS-CZN-ACHADO = 0) AND (WS-NUM-CZN >= 600) THEN
               DISPLAY "REGISTO DE CONTADORES DE ZONA CHEIO!"
               GO FIM-REGISTAR-LEITURA-ZONA
           END-IF.
           PERFORM PROCURAR-LEITURA-ANTERIOR.
           IF (WS-CZN-ANT > 0) THEN
               DISPLAY "LEITURA ANTERIOR (" WS-PERIODO-ANT "): "
                   WS-LEITURA-ANT
           END-IF.
           DISPLAY "LEITURA DO CONTADOR TOTALIZADOR: "
               WITH NO ADVANCING.
           ACCEPT WS-LEITURA.
           IF (WS-CZN-ANT > 0) AND (WS-LEITURA < WS-LEITURA-ANT) THEN
               DISPLAY "LEITURA INFERIOR A ANTERIOR - NAO REGISTADA."
               GO FIM-REGISTAR-LEITURA-ZONA
           END-IF.
           IF (WS-CZN-ACHADO = 0) THEN
               ADD 1 TO WS-NUM-CZN
               MOVE WS-NUM-CZN TO WS-CZN-ACHADO
               MOVE WS-ZONA TO CZN-T-ZONA(WS-CZN-ACHADO)
               MOVE WS-PERIODO TO CZN-T-PERIODO(WS-CZN-ACHADO)
           END-IF.
           MOVE WS-LEITURA TO CZN-T-LEITURA(WS-CZN-ACHADO).
           DISPLAY "USOS NAO FATURADOS DO MES (M3)".
           DISPLAY "  COMBATE A INCENDIOS: " WITH NO ADVANCING.
           ACCEPT CZN-T-INCENDIOS(WS-CZN-ACHADO).
           DISPLAY "  FONTANARIOS PUBLICOS: " WITH NO ADVANCING.
           ACCEPT CZN-T-FONTANARIOS(WS-CZN-ACHADO).
           DISPLAY "  OUTROS (REGAS, LAVAGENS DE REDE): "
               WITH NO ADVANCING.
           ACCEPT CZN-T-OUTROS(WS-CZN-ACHADO).
           PERFORM GRAVAR-CONTADORES-ZONA.
           DISPLAY "LEITURA DA ZONA " WS-ZONA " GRAVADA.".
       FIM-REGISTAR-LEITURA-ZONA.
           EXIT.

       LISTAR-LEITURAS-ZONA.
           DISPLAY "ZONA PERIODO  LEITURA INCEND FONTAN OUTROS".
           PERFORM VARYING IDX-CZN FROM 1 BY 1
               UNTIL IDX-CZN > WS-NUM-CZN
               DISPLAY CZN-T-ZONA(IDX-CZN) " "
                   CZN-T-PERIODO(IDX-CZN) " "
                   CZN-T-LEITURA(IDX-CZN) " "
                   CZN-T-INCENDIOS(IDX-CZN) " "
                   CZN-T-FONTANARIOS(IDX-CZN) " "
                   CZN-T-OUTROS(IDX-CZN)
           END-PERFORM.

      * Balanco do mes para cada zona com leitura do totalizador:
      * entrada, faturado medido, faturado estimado, usos nao
      * faturados e agua nao contabilizada, seguido da tendencia dos
      * 12 meses anteriores (ate ao mes pedido).
       BALANCO-MES.
           IF (WS-CARGA-TRUNCADA = "S") THEN
               DISPLAY "AGUA-CONTAS.DAT EXCEDE 900 REGISTOS - "
                   "BALANCO INCOMPLETO, NAO EMITIDO."
               GO FIM-BALANCO-MES
           END-IF.
           DISPLAY "PERIODO (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-PERIODO.
           OPEN OUTPUT BALANCO-HIDRICO.
           MOVE SPACES TO BALANCO-LINHA.
           STRING "BALANCO HIDRICO POR ZONA - PERIODO " WS-PERIODO
               DELIMITED BY SIZE INTO BALANCO-LINHA.
           WRITE BALANCO-LINHA.
           MOVE 0 TO WS-ZONAS-BALANCO.
           PERFORM VARYING IDX-BAL FROM 1 BY 1
               UNTIL IDX-BAL > WS-NUM-CZN
               IF (CZN-T-PERIODO(IDX-BAL) = WS-PERIODO) THEN
                   MOVE CZN-T-ZONA(IDX-BAL) TO WS-ZONA
                   ADD 1 TO WS-ZONAS-BALANCO
                   PERFORM BALANCO-ZONA
               END-IF
           END-PERFORM.
           CLOSE BALANCO-HIDRICO.
           IF (WS-ZONAS-BALANCO = 0) THEN
               DISPLAY "NENHUMA ZONA COM LEITURA DO TOTALIZADOR EM "
                   WS-PERIODO "."
           ELSE
               DISPLAY WS-ZONAS-BALANCO " ZONA(S) - BALANCO EM "
                   "BALANCO-HIDRICO.TXT"
           END-IF.
       FIM-BALANCO-MES.
           EXIT.

       BALANCO-ZONA.
           MOVE "============================================"
               TO BALANCO-LINHA.
           WRITE BALANCO-LINHA.
           MOVE SPACES TO BALANCO-LINHA.
           STRING "ZONA " WS-ZONA
               DELIMITED BY SIZE INTO BALANCO-LINHA.
           WRITE BALANCO-LINHA.
           DISPLAY "--- ZONA " WS-ZONA " ---".
           PERFORM APURAR-BALANCO-ZONA THRU FIM-APURAR-BALANCO-ZONA.
           IF (WS-VOL-VALIDO = "N") THEN
               MOVE "SEM LEITURA ANTERIOR DO TOTALIZADOR - VOLUME "
                   & "ENTRADO DESCONHECIDO" TO BALANCO-LINHA
               WRITE BALANCO-LINHA
               DISPLAY "SEM LEITURA ANTERIOR DO TOTALIZADOR."
           ELSE
               MOVE WS-VOL-ENTRADA TO WS-FORMAT-M3
               MOVE SPACES TO BALANCO-LINHA
               STRING "VOLUME ENTRADO (M3):          " WS-FORMAT-M3
                   DELIMITED BY SIZE INTO BALANCO-LINHA
               WRITE BALANCO-LINHA
               DISPLAY BALANCO-LINHA
               MOVE WS-VOL-MEDIDO TO WS-FORMAT-M3
               MOVE SPACES TO BALANCO-LINHA
               STRING "FATURADO POR LEITURA (M3):    " WS-FORMAT-M3
                   DELIMITED BY SIZE INTO BALANCO-LINHA
               WRITE BALANCO-LINHA
               DISPLAY BALANCO-LINHA
               MOVE WS-VOL-ESTIMADO TO WS-FORMAT-M3
               MOVE SPACES TO BALANCO-LINHA
               STRING "FATURADO POR ESTIMATIVA (M3): " WS-FORMAT-M3
                   DELIMITED BY SIZE INTO BALANCO-LINHA
               WRITE BALANCO-LINHA
               DISPLAY BALANCO-LINHA
               MOVE CZN-T-INCENDIOS(WS-CZN-ACHADO) TO WS-FORMAT-M3
               MOVE SPACES TO BALANCO-LINHA
               STRING "  COMBATE A INCENDIOS (M3):   " WS-FORMAT-M3
                   DELIMITED BY SIZE INTO BALANCO-LINHA
               WRITE BALANCO-LINHA
               MOVE CZN-T-FONTANARIOS(WS-CZN-ACHADO) TO WS-FORMAT-M3
               MOVE SPACES TO BALANCO-LINHA
               STRING "  FONTANARIOS PUBLICOS (M3):  " WS-FORMAT-M3
                   DELIMITED BY SIZE INTO BALANCO-LINHA
               WRITE BALANCO-LINHA
               MOVE CZN-T-OUTROS(WS-CZN-ACHADO) TO WS-FORMAT-M3
               MOVE SPACES TO BALANCO-LINHA
               STRING "  OUTROS USOS (M3):           " WS-FORMAT-M3
                   DELIMITED BY SIZE INTO BALANCO-LINHA
               WRITE BALANCO-LINHA
               MOVE WS-VOL-NAO-FATURADO TO WS-FORMAT-M3
               MOVE SPACES TO BALANCO-LINHA
               STRING "USOS NAO FATURADOS (M3):      " WS-FORMAT-M3
                   DELIMITED BY SIZE INTO BALANCO-LINHA
               WRITE BALANCO-LINHA
               DISPLAY BALANCO-LINHA
               MOVE WS-PERDAS TO WS-FORMAT-PERDAS
               MOVE WS-PERDAS-PCT TO WS-FORMAT-PCT
               MOVE SPACES TO BALANCO-LINHA
               STRING "NAO CONTABILIZADA (M3):       " WS-FORMAT-PERDAS
                   "  (" WS-FORMAT-PCT " %)"
                   DELIMITED BY SIZE INTO BALANCO-LINHA
               WRITE BALANCO-LINHA
               DISPLAY BALANCO-LINHA
           END-IF.
           MOVE "TENDENCIA - ULTIMOS 12 MESES:" TO BALANCO-LINHA.
           WRITE BALANCO-LINHA.
           MOVE "PERIODO    ENTRADA  NAO CONTAB.      %"
               TO BALANCO-LINHA.
           WRITE BALANCO-LINHA.
      * Do mes mais antigo para o pedido: recua 11 meses e avanca.
           MOVE WS-PERIODO TO WS-PER-CALC.
           PERFORM RECUAR-PERIODO 11 TIMES.
           PERFORM VARYING WS-MES-TENDENCIA FROM 1 BY 1
               UNTIL WS-MES-TENDENCIA > 12
               PERFORM LINHA-TENDENCIA
               PERFORM AVANCAR-PERIODO
           END-PERFORM.

       LINHA-TENDENCIA.
           MOVE WS-PERIODO TO WS-PERIODO-PEDIDO.
           MOVE WS-PER-CALC TO WS-PERIODO.
           PERFORM APURAR-BALANCO-ZONA THRU FIM-APURAR-BALANCO-ZONA.
           MOVE SPACES TO BALANCO-LINHA.
           IF (WS-VOL-VALIDO = "N") THEN
               STRING WS-PERIODO "     SEM LEITURA DO TOTALIZADOR"
                   DELIMITED BY SIZE INTO BALANCO-LINHA
           ELSE
               MOVE WS-VOL-ENTRADA TO WS-FORMAT-M3
               MOVE WS-PERDAS TO WS-FORMAT-PERDAS
               MOVE WS-PERDAS-PCT TO WS-FORMAT-PCT
               STRING WS-PERIODO " " WS-FORMAT-M3 "     "
                   WS-FORMAT-PERDAS " " WS-FORMAT-PCT
                   DELIMITED BY SIZE INTO BALANCO-LINHA
           END-IF.
           WRITE BALANCO-LINHA.
           MOVE WS-PERIODO-PEDIDO TO WS-PERIODO.

      * Balanco de WS-ZONA em WS-PERIODO: o volume entrado e a
      * diferenca para a leitura anterior do totalizador; o faturado
      * soma as faturas do periodo das contas da zona.
       APURAR-BALANCO-ZONA.
           MOVE "N" TO WS-VOL-VALIDO.
           MOVE 0 TO WS-VOL-ENTRADA.
           MOVE 0 TO WS-VOL-MEDIDO.
           MOVE 0 TO WS-VOL-ESTIMADO.
           MOVE 0 TO WS-VOL-NAO-FATURADO.
           MOVE 0 TO WS-PERDAS.
           MOVE 0 TO WS-PERDAS-PCT.
           PERFORM PROCURAR-LEITURA-ZONA.
           IF (WS-CZN-ACHADO = 0) THEN
               GO FIM-APURAR-BALANCO-ZONA
           END-IF.
           PERFORM PROCURAR-LEITURA-ANTERIOR.
           IF (WS-CZN-ANT = 0) THEN
               GO FIM-APURAR-BALANCO-ZONA
           END-IF.
           MOVE "S" TO WS-VOL-VALIDO.
           COMPUTE WS-VOL-ENTRADA =
               CZN-T-LEITURA(WS-CZN-ACHADO) - WS-LEITURA-ANT.
           COMPUTE WS-VOL-NAO-FATURADO =
               CZN-T-INCENDIOS(WS-CZN-ACHADO) +
               CZN-T-FONTANARIOS(WS-CZN-ACHADO) +
               CZN-T-OUTROS(WS-CZN-ACHADO).
           PERFORM VARYING IDX-AGUA FROM 1 BY 1
               UNTIL IDX-AGUA > WS-NUM-REGISTOS
               IF (AGUA-T-ZONA(IDX-AGUA) = WS-ZONA) AND
                  (AGUA-T-PERIODO(IDX-AGUA) = WS-PERIODO) THEN
                   IF (AGUA-T-ESTIMADA(IDX-AGUA) = "S") THEN
                       ADD AGUA-T-CONSUMO(IDX-AGUA) TO WS-VOL-ESTIMADO
                   ELSE
                       ADD AGUA-T-CONSUMO(IDX-AGUA) TO WS-VOL-MEDIDO
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-PERDAS = WS-VOL-ENTRADA - WS-VOL-MEDIDO -
               WS-VOL-ESTIMADO - WS-VOL-NAO-FATURADO.
           IF (WS-VOL-ENTRADA > 0) THEN
               COMPUTE WS-PERDAS-PCT ROUNDED =
                   (WS-PERDAS * 100) / WS-VOL-ENTRADA
           END-IF.
       FIM-APURAR-BALANCO-ZONA.
           EXIT.

       PROCURAR-LEITURA-ZONA.
           MOVE 0 TO WS-CZN-ACHADO.
           PERFORM VARYING IDX-CZN FROM 1 BY 1
               UNTIL IDX-CZN > WS-NUM-CZN
               IF (CZN-T-ZONA(IDX-CZN) = WS-ZONA) AND
                  (CZN-T-PERIODO(IDX-CZN) = WS-PERIODO) THEN
                   MOVE IDX-CZN TO WS-CZN-ACHADO
               END-IF
           END-PERFORM.

      * Ultima leitura do totalizador da zona antes de WS-PERIODO.
       PROCURAR-LEITURA-ANTERIOR.
           MOVE 0 TO WS-CZN-ANT.
           MOVE 0 TO WS-PERIODO-ANT.
           MOVE 0 TO WS-LEITURA-ANT.
           PERFORM VARYING IDX-CZN FROM 1 BY 1
               UNTIL IDX-CZN > WS-NUM-CZN
               IF (CZN-T-ZONA(IDX-CZN) = WS-ZONA) AND
                  (CZN-T-PERIODO(IDX-CZN) < WS-PERIODO) AND
                  (CZN-T-PERIODO(IDX-CZN) >= WS-PERIODO-ANT) THEN
                   MOVE IDX-CZN TO WS-CZN-ANT
                   MOVE CZN-T-PERIODO(IDX-CZN) TO WS-PERIODO-ANT
                   MOVE CZN-T-LEITURA(IDX-CZN) TO WS-LEITURA-ANT
               END-IF
           END-PERFORM.

       RECUAR-PERIODO.
           IF (WS-PER-CALC-MES = 1) THEN
               SUBTRACT 1 FROM WS-PER-CALC-ANO
               MOVE 12 TO WS-PER-CALC-MES
           ELSE
               SUBTRACT 1 FROM WS-PER-CALC-MES
           END-IF.

       AVANCAR-PERIODO.
           IF (WS-PER-CALC-MES = 12) THEN
               ADD 1 TO WS-PER-CALC-ANO
               MOVE 1 TO WS-PER-CALC-MES
           ELSE
               ADD 1 TO WS-PER-CALC-MES
           END-IF.

       CARREGAR-CONTADORES-ZONA.
           MOVE 0 TO WS-NUM-CZN.
           MOVE "N" TO WS-CZN-TRUNCADO.
           MOVE SPACES TO WS-ZONAS-STATUS.
           OPEN INPUT FICHEIRO-ZONAS.
           IF (WS-ZONAS-STATUS = "00") THEN
               PERFORM UNTIL WS-ZONAS-STATUS = "10"
                   READ FICHEIRO-ZONAS
                       AT END MOVE "10" TO WS-ZONAS-STATUS
                       NOT AT END
                           IF (WS-NUM-CZN < 600) THEN
                               ADD 1 TO WS-NUM-CZN
                               MOVE REG-CONTADOR-ZONA TO
                                   CZN-ITEM(WS-NUM-CZN)
                           ELSE
                               MOVE "S" TO WS-CZN-TRUNCADO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-ZONAS.

       GRAVAR-CONTADORES-ZONA.
           OPEN OUTPUT FICHEIRO-ZONAS.
           PERFORM VARYING IDX-CZN FROM 1 BY 1
               UNTIL IDX-CZN > WS-NUM-CZN
               MOVE CZN-ITEM(IDX-CZN) TO REG-CONTADOR-ZONA
               WRITE REG-CONTADOR-ZONA
           END-PERFORM.
           CLOSE FICHEIRO-ZONAS.

       CARREGAR-CONTAS.
           MOVE 0 TO WS-NUM-REGISTOS.
           MOVE "N" TO WS-CARGA-TRUNCADA.
           MOVE SPACES TO WS-AGUA-STATUS.
           OPEN INPUT FICHEIRO-AGUA.
           IF (WS-AGUA-STATUS = "00") THEN
               PERFORM UNTIL WS-AGUA-STATUS = "10"
                   READ FICHEIRO-AGUA NEXT
                       AT END MOVE "10" TO WS-AGUA-STATUS
                       NOT AT END
                           IF (WS-NUM-REGISTOS < 900) THEN
                               ADD 1 TO WS-NUM-REGISTOS
                               MOVE REG-LEITURA-AGUA TO
                                   AGUA-ITEM(WS-NUM-REGISTOS)
                               MOVE AGUA-CONTA TO WS-AGM-PESQUISA
                               PERFORM PROCURAR-AGUA-MESTRE
                               MOVE SPACES TO
                                   AGUA-T-ZONA(WS-NUM-REGISTOS)
                               IF (WS-AGM-ACHADA > 0) THEN
                                   MOVE AGM-T-ZONA(WS-AGM-ACHADA) TO
                                       AGUA-T-ZONA(WS-NUM-REGISTOS)
                               END-IF
                           ELSE
                               MOVE "S" TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AGUA
           END-IF.

       COPY "AGUA-MESTRE-PROC.cpy".

       END PROGRAM T01_11-BALANCO.
