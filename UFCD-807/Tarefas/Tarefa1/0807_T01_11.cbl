           COPY "AGUA-MESTRE-SELECT.cpy".
           COPY "REFMB-SELECT.cpy".
           COPY "FUGA-SELECT.cpy".
           COPY "TROCAS-CONTADOR-SELECT.cpy".
           COPY "FATURA-HASH-SELECT.cpy".
           SELECT AVISOS-FUGA ASSIGN TO "AVISOS-FUGA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHEIRO-CTR-FATURA ASSIGN TO "FATURA-CTR-AGUA.DAT"
           COPY "AGUA-MESTRE-FD.cpy".
           COPY "REFMB-FD.cpy".
           COPY "FUGA-FD.cpy".
           COPY "TROCAS-CONTADOR-FD.cpy".
           COPY "FATURA-HASH-FD.cpy".

       FD  AVISOS-FUGA.
       01  AVISO-FUGA-LINHA       PIC X(60).
       01  REG-CTR-FATURA         PIC 9(06).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       77 TEMP                PIC X(06) VALUES SPACES.
       77 CONSUMO-AGUA        PIC 9(04)V99 VALUES 0.
       77 WS-LEITURA-ANT      PIC 9(06) VALUES 0.
       COPY "AGUA-MESTRE-WS.cpy".
       COPY "REFMB-WS.cpy".
       COPY "FUGA-WS.cpy".
       COPY "TROCAS-CONTADOR-WS.cpy".
       COPY "FATURA-HASH-WS.cpy".
       77 WS-CONSUMO-ANTIGO   PIC 9(06) VALUES 0.
       77 WS-REGS-MEDIA       PIC 9(03) VALUES 0.
       77 WS-SOMA-MEDIA       PIC 9(07)V99 VALUES 0.
       77 WS-CLASSE-CONTA     PIC X(01) VALUES "D".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "T01_11" TO WS-JRN-PROGRAMA.
           PERFORM CARREGAR-TARIFARIO.
           PERFORM CARREGAR-AGUA-MESTRE.
           PERFORM CARREGAR-MULTIPLO-FUGA.
           MOVE "D" TO WS-CLASSE-CONTA.
           MOVE WS-CONTA TO WS-AGM-PESQUISA.
           PERFORM PROCURAR-AGUA-MESTRE.
           IF (WS-AGM-ACHADA > 0) THEN
               IF (AGM-T-ESTADO(WS-AGM-ACHADA) = "V") THEN
                   DISPLAY "CONTA DESOCUPADA - SEM TITULAR A FATURAR."
                       AT 0240
                   ACCEPT OMITTED AT 0301
                   STOP RUN
               END-IF
           END-IF.
           IF (WS-AGM-ACHADA > 0) AND
              (AGM-T-CLASSE(WS-AGM-ACHADA) NOT = SPACES) THEN
               MOVE AGM-T-CLASSE(WS-AGM-ACHADA) TO WS-CLASSE-CONTA
           PERFORM OBTER-LEITURA-ANTERIOR.
           DISPLAY "LEITURA ANTERIOR DO CONTADOR: " WS-LEITURA-ANT
               AT 0301.
      * Troca de contador por faturar: a leitura pedida e a do
      * contador novo e o consumo soma os dois contadores.
           PERFORM CARREGAR-TROCAS.
           MOVE WS-CONTA TO WS-TRC-PESQUISA.
           MOVE WS-PERIODO TO WS-TRC-PERIODO-LIMITE.
           PERFORM PROCURAR-TROCA-PENDENTE.
           IF (WS-TRC-ACHADA > 0) THEN
               DISPLAY "TROCA EM " TRC-T-DATA(WS-TRC-ACHADA)
                   ": FINAL " TRC-T-LEITURA-FINAL(WS-TRC-ACHADA)
                   " INICIAL " TRC-T-LEITURA-INICIAL(WS-TRC-ACHADA)
                   AT 0340
           END-IF.
       LER-LEITURA-ATUAL.
           DISPLAY "LEITURA ATUAL DO CONTADOR:" AT 0401.
           ACCEPT TEMP AT 0428.
           MOVE FUNCTION NUMVAL(TEMP) TO WS-LEITURA-ATUAL.
           IF (WS-TRC-ACHADA > 0) THEN
               IF (WS-LEITURA-ATUAL <
                   TRC-T-LEITURA-INICIAL(WS-TRC-ACHADA)) THEN
                   DISPLAY "LEITURA INFERIOR A INICIAL DO CONTADOR"
                       " NOVO!" AT 0501
                   GO LER-LEITURA-ATUAL
               END-IF
               MOVE 0 TO WS-CONSUMO-ANTIGO
               IF (TRC-T-LEITURA-FINAL(WS-TRC-ACHADA) >
                   WS-LEITURA-ANT) THEN
                   COMPUTE WS-CONSUMO-ANTIGO =
                       TRC-T-LEITURA-FINAL(WS-TRC-ACHADA) -
                       WS-LEITURA-ANT
               END-IF
               COMPUTE CONSUMO-AGUA = WS-CONSUMO-ANTIGO +
                   (WS-LEITURA-ATUAL -
                    TRC-T-LEITURA-INICIAL(WS-TRC-ACHADA))
           ELSE
               IF (WS-LEITURA-ATUAL < WS-LEITURA-ANT) THEN
                   DISPLAY "LEITURA INFERIOR A ANTERIOR! CONTADOR"
                       " VOLTOU A ZERO? (S/N):" AT 0501
                   ACCEPT WS-ROLLOVER AT 0561
                   IF (FUNCTION UPPER-CASE(WS-ROLLOVER) = "S") THEN
                       COMPUTE CONSUMO-AGUA = (999999 -
                           WS-LEITURA-ANT) + WS-LEITURA-ATUAL + 1
                   ELSE
                       DISPLAY "                                   "
                           "                            " AT 0501
                       GO LER-LEITURA-ATUAL
                   END-IF
               ELSE
                   COMPUTE CONSUMO-AGUA =
                       WS-LEITURA-ATUAL - WS-LEITURA-ANT
               END-IF
           END-IF.
           DISPLAY "CONSUMO DO PERIODO (M3): " CONSUMO-AGUA AT 0440.
           PERFORM VERIFICAR-FUGA THRU FIM-VERIFICAR-FUGA.
           DISPLAY "PAGAMENTO MB - ENTIDADE " WS-ENTIDADE-MB
               " REF " WS-REF-MB AT 1455.
           DISPLAY "FATURA N. AGA-" WS-FATURA-AGUA AT 1555.
           DISPLAY WS-FH-LINHA-ATCUD AT 1501.
           DISPLAY WS-FH-LINHA-HASH AT 1620.
           WRITE REG-LEITURA-AGUA.
      * Com o ficheiro em organizacao INDEXED, faturar duas vezes a
      * mesma conta no mesmo periodo devolve chave duplicada (22) - o
           IF (WS-AGUA-STATUS NOT = "00") THEN
               DISPLAY "FATURA NAO GRAVADA - PERIODO JA FATURADO"
                   " NESTA CONTA!" AT 1501
           ELSE
               MOVE "I" TO WS-JRN-OPERACAO
               PERFORM JORNAL-AGUA
               IF (WS-TRC-ACHADA > 0) THEN
                   MOVE WS-PERIODO
                       TO TRC-T-PERIODO-FATURA(WS-TRC-ACHADA)
                   PERFORM GRAVAR-TROCAS
               END-IF
           END-IF.
           CLOSE FICHEIRO-AGUA.
       FIM-REGISTAR-LEITURA.
           MOVE WS-FATURA-AGUA TO REG-CTR-FATURA.
           WRITE REG-CTR-FATURA.
           CLOSE FICHEIRO-CTR-FATURA.
           MOVE "AGA" TO WS-FH-SERIE.
           MOVE WS-FATURA-AGUA TO WS-FH-NUMERO.
           COMPUTE WS-FH-DATA = (WS-PERIODO * 100) + 1.
           MOVE TOTAL TO WS-FH-TOTAL.
           PERFORM ENCADEAR-FATURA.

       COPY "TARIFARIO-AGUA-PROC.cpy".


       COPY "FUGA-PROC.cpy".

       COPY "TROCAS-CONTADOR-PROC.cpy".

       COPY "FATURA-HASH-PROC.cpy".

       COPY "JORNAL-AGUA-PROC.cpy".

       END PROGRAM T01_11.
