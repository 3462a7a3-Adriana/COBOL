      ******************************************************************
      * Author:
      * Date:
      * Purpose: Contas a receber do aluguer - consulta os titulos em
      *          aberto de um cliente ou conta de empresa
      *          (CONTAS-RECEBER.DAT), tira a antiguidade de saldos
      *          (por vencer, 1-30, 31-60, 61-90 e mais de 90 dias) em
      *          ANTIGUIDADE-SALDOS.TXT, imprime os extratos mensais em
      *          EXTRATOS-CONTAS.TXT com os pagamentos imputados
      *          (RECEBIMENTOS.DAT), emite as cartas de aviso dos
      *          titulos vencidos em AVISOS-COBRANCA.TXT e abre em
      *          titulo os saldos anteriores ao razao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T03-CONTAS-RECEBER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CONTAS-RECEBER-SELECT.cpy".
           COPY "CLIENTES-ALUGUER-SELECT.cpy".
           COPY "CONTAS-CORP-SELECT.cpy".
           SELECT ANTIGUIDADE-SALDOS ASSIGN TO "ANTIGUIDADE-SALDOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRATOS-CONTAS ASSIGN TO "EXTRATOS-CONTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AVISOS-COBRANCA ASSIGN TO "AVISOS-COBRANCA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVISOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "CONTAS-RECEBER-FD.cpy".
           COPY "CLIENTES-ALUGUER-FD.cpy".
           COPY "CONTAS-CORP-FD.cpy".

       FD  ANTIGUIDADE-SALDOS.
       01  ANT-LINHA              PIC X(110).

       FD  EXTRATOS-CONTAS.
       01  EXT-LINHA              PIC X(80).

       FD  AVISOS-COBRANCA.
       01  AVI-LINHA              PIC X(70).

       WORKING-STORAGE SECTION.
       COPY "CONTAS-RECEBER-WS.cpy".
       COPY "JORNAL-WS.cpy".
       COPY "CLIENTES-ALUGUER-WS.cpy".
       COPY "CONTAS-CORP-WS.cpy".
       77 WS-AVISOS-STATUS       PIC XX VALUES SPACES.
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 5.
       77 CARTA-CONDUCAO         PIC X(09) VALUES SPACES.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-JUL-HOJE            PIC 9(08) VALUES 0.
       77 WS-PERIODO             PIC 9(06) VALUES 0.
       77 WS-INICIO-PER          PIC 9(08) VALUES 0.
       77 WS-FIM-PER             PIC 9(08) VALUES 0.
       77 WS-NOME-CONTA          PIC X(30) VALUES SPACES.
       77 WS-DIAS-ATRASO         PIC 9(05) VALUES 0.
       77 WS-DIAS-ENTRE-AVISOS   PIC 9(03) VALUES 15.
       77 WS-EM-ABERTO           PIC 9(07)V99 VALUES 0.
       77 WS-ESC-IDX             PIC 9(01) VALUES 0.
       77 WS-EXT-ANTERIOR        PIC S9(07)V99 VALUES 0.
       77 WS-EXT-DEBITOS         PIC 9(07)V99 VALUES 0.
       77 WS-EXT-CREDITOS        PIC 9(07)V99 VALUES 0.
       77 WS-EXT-FINAL           PIC S9(07)V99 VALUES 0.
       77 WS-EXTRATOS            PIC 9(03) VALUES 0.
       77 WS-AVISOS-EMITIDOS     PIC 9(03) VALUES 0.
       77 WS-TIT-A-AVISAR        PIC 9(03) VALUES 0.
       77 WS-NIVEL-AVISO         PIC 9(01) VALUES 0.
       77 WS-TOTAL-AVISO         PIC 9(07)V99 VALUES 0.
       77 WS-SALDO-TITULOS       PIC 9(07)V99 VALUES 0.
       77 WS-SALDOS-ABERTOS      PIC 9(03) VALUES 0.
       77 WS-FORMAT              PIC Z(6)9.99.
       77 WS-FORMAT-S            PIC -(6)9.99.
       01 WS-ESCALOES.
           05 WS-ESC             PIC 9(07)V99 OCCURS 6 TIMES.
       01 WS-ESCALOES-TOT.
           05 WS-ESC-TOT         PIC 9(07)V99 OCCURS 6 TIMES.
       01 WS-ESC-EDIT.
           05 WS-ESC-E           PIC Z(6)9.99 OCCURS 6 TIMES.
      * Contas com titulos (C = cliente pela carta, E = empresa).
       77 IDX-CR                 PIC 9(03) VALUES 0.
       77 WS-NUM-CR              PIC 9(03) VALUES 0.
       77 WS-CR-ACHADA           PIC 9(03) VALUES 0.
       01 TABELA-CONTAS-REC.
           05 CR-ITEM OCCURS 300 TIMES.
               10 CR-TIPO         PIC X(01).
               10 CR-CONTA        PIC X(09).
       77 IDX-RCB                PIC 9(04) VALUES 0.
       77 WS-NUM-RCB             PIC 9(04) VALUES 0.
       01 TABELA-RECEBIMENTOS.
           05 RCB-ITEM OCCURS 1000 TIMES.
               10 RCB-T-DATA      PIC 9(08).
               10 RCB-T-TIPO-CONTA PIC X(01).
               10 RCB-T-CONTA     PIC X(09).
               10 RCB-T-TITULO    PIC 9(06).
               10 RCB-T-VALOR     PIC 9(07)V99.

       PROCEDURE DIVISION.
       MENU-CONTAS-RECEBER.
           PERFORM CARREGAR-CONTAS-RECEBER.
           PERFORM CARREGAR-CLIENTES-ALUGUER.
           PERFORM CARREGAR-CONTAS-CORP.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE WS-HOJE TO WS-TIT-HOJE.
           COMPUTE WS-JUL-HOJE = FUNCTION INTEGER-OF-DATE(WS-HOJE).
           DISPLAY "=== CONTAS A RECEBER - ALUGUER ===".
           DISPLAY "1 - TITULOS EM ABERTO DE UMA CONTA".
           DISPLAY "2 - ANTIGUIDADE DE SALDOS".
           DISPLAY "3 - EXTRATOS MENSAIS".
           DISPLAY "4 - CARTAS DE AVISO DE TITULOS VENCIDOS".
           DISPLAY "5 - ABRIR SALDOS ANTERIORES EM TITULO".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-CONTAS-RECEBER
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM CONSULTAR-CONTA THRU FIM-CONSULTAR-CONTA
               WHEN 2 PERFORM ANTIGUIDADE
               WHEN 3 PERFORM EXTRATOS
               WHEN 4 PERFORM AVISOS
               WHEN 5 PERFORM ABRIR-SALDOS-ANTERIORES
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-CONTAS-RECEBER.

      * ---------------------------------------------------------------
      * CONSULTA: os titulos em aberto da conta, com o que falta pagar
      * de cada um e os dias de atraso dos vencidos.
      * ---------------------------------------------------------------
       CONSULTAR-CONTA.
           DISPLAY "TIPO DE CONTA (C=CLIENTE, E=EMPRESA): "
               WITH NO ADVANCING.
           ACCEPT WS-TN-TIPO-CONTA.
           MOVE FUNCTION UPPER-CASE(WS-TN-TIPO-CONTA)
               TO WS-TN-TIPO-CONTA.
           IF (WS-TN-TIPO-CONTA NOT = "C") AND
              (WS-TN-TIPO-CONTA NOT = "E") THEN
               DISPLAY "TIPO INVALIDO!"
               GO FIM-CONSULTAR-CONTA
           END-IF.
           DISPLAY "CARTA DE CONDUCAO / CODIGO DA CONTA: "
               WITH NO ADVANCING.
           ACCEPT WS-TN-CONTA.
           MOVE FUNCTION UPPER-CASE(WS-TN-CONTA) TO WS-TN-CONTA.
           PERFORM NOME-DA-CONTA.
           DISPLAY WS-TN-TIPO-CONTA " " WS-TN-CONTA " " WS-NOME-CONTA.
           DISPLAY "TITULO T CTR  DATA     VENCIM.  DESCRICAO"
               "                      EM ABERTO ATRASO".
           PERFORM VARYING IDX-TIT FROM 1 BY 1
               UNTIL IDX-TIT > WS-NUM-TITULOS
               IF (TIT-T-ESTADO(IDX-TIT) = "A") AND
                  (TIT-T-TIPO-CONTA(IDX-TIT) = WS-TN-TIPO-CONTA) AND
                  (TIT-T-CONTA(IDX-TIT) = WS-TN-CONTA) THEN
                   PERFORM CALCULAR-ATRASO-TITULO
                   MOVE WS-EM-ABERTO TO WS-FORMAT
                   DISPLAY TIT-T-NUM(IDX-TIT) " "
                       TIT-T-TIPO-DOC(IDX-TIT) " "
                       TIT-T-CONTRATO(IDX-TIT) " "
                       TIT-T-DATA(IDX-TIT) " "
                       TIT-T-VENCIMENTO(IDX-TIT) " "
                       TIT-T-DESCRICAO(IDX-TIT) " "
                       WS-FORMAT " " WS-DIAS-ATRASO
               END-IF
           END-PERFORM.
           PERFORM CALCULAR-ATRASO-CONTA.
           MOVE WS-TIT-ABERTO TO WS-FORMAT.
           DISPLAY "TOTAL EM ABERTO: " WS-FORMAT.
           MOVE WS-TIT-VENCIDO TO WS-FORMAT.
           DISPLAY "DO QUAL VENCIDO: " WS-FORMAT
               "  (MAIOR ATRASO " WS-TIT-MAIOR-ATRASO " DIAS)".
           IF (WS-TN-TIPO-CONTA = "E") AND
              (WS-TIT-MAIOR-ATRASO > WS-TIT-DIAS-BLOQUEIO) THEN
               DISPLAY "CONTA BLOQUEADA PARA NOVOS CONTRATOS."
           END-IF.
       FIM-CONSULTAR-CONTA.
           EXIT.

      * ---------------------------------------------------------------
      * ANTIGUIDADE: o que cada conta tem em aberto, repartido pelos
      * dias passados sobre o vencimento de cada titulo.
      * ---------------------------------------------------------------
       ANTIGUIDADE.
           PERFORM MONTAR-CONTAS.
           INITIALIZE WS-ESCALOES-TOT.
           OPEN OUTPUT ANTIGUIDADE-SALDOS.
           MOVE SPACES TO ANT-LINHA.
           STRING "ANTIGUIDADE DE SALDOS - ALUGUER - " WS-HOJE
               DELIMITED BY SIZE INTO ANT-LINHA.
           WRITE ANT-LINHA.
           MOVE SPACES TO ANT-LINHA.
           STRING "T CONTA     NOME                 "
               "  POR VENCER    1-30 DIAS   31-60 DIAS   61-90 DIAS"
               "    +90 DIAS       TOTAL"
               DELIMITED BY SIZE INTO ANT-LINHA.
           WRITE ANT-LINHA.
           DISPLAY ANT-LINHA.
           PERFORM VARYING IDX-CR FROM 1 BY 1
               UNTIL IDX-CR > WS-NUM-CR
               PERFORM ANTIGUIDADE-CONTA
           END-PERFORM.
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1 UNTIL WS-ESC-IDX > 6
               MOVE WS-ESC-TOT(WS-ESC-IDX) TO WS-ESC-E(WS-ESC-IDX)
           END-PERFORM.
           MOVE SPACES TO ANT-LINHA.
           STRING "TOTAL                          " WS-ESC-E(1) "  "
               WS-ESC-E(2) "  " WS-ESC-E(3) "  " WS-ESC-E(4) "  "
               WS-ESC-E(5) "  " WS-ESC-E(6)
               DELIMITED BY SIZE INTO ANT-LINHA.
           WRITE ANT-LINHA.
           DISPLAY ANT-LINHA.
           CLOSE ANTIGUIDADE-SALDOS.
           DISPLAY "RELATORIO GRAVADO EM ANTIGUIDADE-SALDOS.TXT.".

       ANTIGUIDADE-CONTA.
           INITIALIZE WS-ESCALOES.
           PERFORM VARYING IDX-TIT FROM 1 BY 1
               UNTIL IDX-TIT > WS-NUM-TITULOS
               IF (TIT-T-ESTADO(IDX-TIT) = "A") AND
                  (TIT-T-TIPO-CONTA(IDX-TIT) = CR-TIPO(IDX-CR)) AND
                  (TIT-T-CONTA(IDX-TIT) = CR-CONTA(IDX-CR)) THEN
                   PERFORM CALCULAR-ATRASO-TITULO
                   EVALUATE TRUE
                       WHEN WS-DIAS-ATRASO = 0
                           MOVE 1 TO WS-ESC-IDX
                       WHEN WS-DIAS-ATRASO <= 30
                           MOVE 2 TO WS-ESC-IDX
                       WHEN WS-DIAS-ATRASO <= 60
                           MOVE 3 TO WS-ESC-IDX
                       WHEN WS-DIAS-ATRASO <= 90
                           MOVE 4 TO WS-ESC-IDX
                       WHEN OTHER
                           MOVE 5 TO WS-ESC-IDX
                   END-EVALUATE
                   ADD WS-EM-ABERTO TO WS-ESC(WS-ESC-IDX)
                   ADD WS-EM-ABERTO TO WS-ESC(6)
               END-IF
           END-PERFORM.
           IF (WS-ESC(6) > 0) THEN
               MOVE CR-TIPO(IDX-CR) TO WS-TN-TIPO-CONTA
               MOVE CR-CONTA(IDX-CR) TO WS-TN-CONTA
               PERFORM NOME-DA-CONTA
               PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                   UNTIL WS-ESC-IDX > 6
                   ADD WS-ESC(WS-ESC-IDX) TO WS-ESC-TOT(WS-ESC-IDX)
                   MOVE WS-ESC(WS-ESC-IDX) TO WS-ESC-E(WS-ESC-IDX)
               END-PERFORM
               MOVE SPACES TO ANT-LINHA
               STRING CR-TIPO(IDX-CR) " " CR-CONTA(IDX-CR) " "
                   WS-NOME-CONTA(1:20) " " WS-ESC-E(1) "  "
                   WS-ESC-E(2) "  " WS-ESC-E(3) "  " WS-ESC-E(4) "  "
                   WS-ESC-E(5) "  " WS-ESC-E(6)
                   DELIMITED BY SIZE INTO ANT-LINHA
               WRITE ANT-LINHA
               DISPLAY ANT-LINHA
           END-IF.

      * ---------------------------------------------------------------
      * EXTRATO MENSAL por conta: saldo anterior, titulos lancados e
      * pagamentos recebidos no mes, saldo final e titulos ainda em
      * aberto. So sai extrato das contas com saldo ou movimento.
      * ---------------------------------------------------------------
       EXTRATOS.
           DISPLAY "MES DO EXTRATO (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-PERIODO.
           COMPUTE WS-INICIO-PER = WS-PERIODO * 100 + 1.
           COMPUTE WS-FIM-PER = WS-PERIODO * 100 + 31.
           PERFORM MONTAR-CONTAS.
           PERFORM CARREGAR-RECEBIMENTOS.
           MOVE 0 TO WS-EXTRATOS.
           OPEN OUTPUT EXTRATOS-CONTAS.
           PERFORM VARYING IDX-CR FROM 1 BY 1
               UNTIL IDX-CR > WS-NUM-CR
               PERFORM EXTRATO-CONTA THRU FIM-EXTRATO-CONTA
           END-PERFORM.
           CLOSE EXTRATOS-CONTAS.
           DISPLAY WS-EXTRATOS " EXTRATO(S) GRAVADO(S) EM "
               "EXTRATOS-CONTAS.TXT.".

       EXTRATO-CONTA.
           MOVE 0 TO WS-EXT-ANTERIOR.
           MOVE 0 TO WS-EXT-DEBITOS.
           MOVE 0 TO WS-EXT-CREDITOS.
           PERFORM VARYING IDX-TIT FROM 1 BY 1
               UNTIL IDX-TIT > WS-NUM-TITULOS
               IF (TIT-T-TIPO-CONTA(IDX-TIT) = CR-TIPO(IDX-CR)) AND
                  (TIT-T-CONTA(IDX-TIT) = CR-CONTA(IDX-CR)) THEN
                   IF (TIT-T-DATA(IDX-TIT) < WS-INICIO-PER) THEN
                       ADD TIT-T-VALOR(IDX-TIT) TO WS-EXT-ANTERIOR
                   ELSE
                       IF (TIT-T-DATA(IDX-TIT) <= WS-FIM-PER) THEN
                           ADD TIT-T-VALOR(IDX-TIT) TO WS-EXT-DEBITOS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX-RCB FROM 1 BY 1
               UNTIL IDX-RCB > WS-NUM-RCB
               IF (RCB-T-TIPO-CONTA(IDX-RCB) = CR-TIPO(IDX-CR)) AND
                  (RCB-T-CONTA(IDX-RCB) = CR-CONTA(IDX-CR)) THEN
                   IF (RCB-T-DATA(IDX-RCB) < WS-INICIO-PER) THEN
                       SUBTRACT RCB-T-VALOR(IDX-RCB)
                           FROM WS-EXT-ANTERIOR
                   ELSE
                       IF (RCB-T-DATA(IDX-RCB) <= WS-FIM-PER) THEN
                           ADD RCB-T-VALOR(IDX-RCB)
                               TO WS-EXT-CREDITOS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF (WS-EXT-ANTERIOR = 0) AND (WS-EXT-DEBITOS = 0) AND
              (WS-EXT-CREDITOS = 0) THEN
               GO FIM-EXTRATO-CONTA
           END-IF.
           ADD 1 TO WS-EXTRATOS.
           MOVE CR-TIPO(IDX-CR) TO WS-TN-TIPO-CONTA.
           MOVE CR-CONTA(IDX-CR) TO WS-TN-CONTA.
           PERFORM NOME-DA-CONTA.
           MOVE ALL "=" TO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE SPACES TO EXT-LINHA.
           STRING "EXTRATO DE CONTA - " WS-PERIODO "   EMITIDO EM "
               WS-HOJE DELIMITED BY SIZE INTO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE SPACES TO EXT-LINHA.
           STRING WS-NOME-CONTA "  (" CR-TIPO(IDX-CR) " "
               CR-CONTA(IDX-CR) ")" DELIMITED BY SIZE INTO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE WS-EXT-ANTERIOR TO WS-FORMAT-S.
           MOVE SPACES TO EXT-LINHA.
           STRING "SALDO ANTERIOR" "                                "
               "        " WS-FORMAT-S DELIMITED BY SIZE INTO EXT-LINHA.
           WRITE EXT-LINHA.
           PERFORM VARYING IDX-TIT FROM 1 BY 1
               UNTIL IDX-TIT > WS-NUM-TITULOS
               IF (TIT-T-TIPO-CONTA(IDX-TIT) = CR-TIPO(IDX-CR)) AND
                  (TIT-T-CONTA(IDX-TIT) = CR-CONTA(IDX-CR)) AND
                  (TIT-T-DATA(IDX-TIT) >= WS-INICIO-PER) AND
                  (TIT-T-DATA(IDX-TIT) <= WS-FIM-PER) THEN
                   MOVE TIT-T-VALOR(IDX-TIT) TO WS-FORMAT
                   MOVE SPACES TO EXT-LINHA
                   STRING TIT-T-DATA(IDX-TIT) " " TIT-T-NUM(IDX-TIT)
                       " " TIT-T-DESCRICAO(IDX-TIT) "  "
                       WS-FORMAT DELIMITED BY SIZE INTO EXT-LINHA
                   WRITE EXT-LINHA
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX-RCB FROM 1 BY 1
               UNTIL IDX-RCB > WS-NUM-RCB
               IF (RCB-T-TIPO-CONTA(IDX-RCB) = CR-TIPO(IDX-CR)) AND
                  (RCB-T-CONTA(IDX-RCB) = CR-CONTA(IDX-CR)) AND
                  (RCB-T-DATA(IDX-RCB) >= WS-INICIO-PER) AND
                  (RCB-T-DATA(IDX-RCB) <= WS-FIM-PER) THEN
                   MOVE RCB-T-VALOR(IDX-RCB) TO WS-FORMAT
                   MOVE SPACES TO EXT-LINHA
                   STRING RCB-T-DATA(IDX-RCB) " " RCB-T-TITULO(IDX-RCB)
                       " PAGAMENTO RECEBIDO              "
                       " -" WS-FORMAT DELIMITED BY SIZE INTO EXT-LINHA
                   WRITE EXT-LINHA
               END-IF
           END-PERFORM.
           COMPUTE WS-EXT-FINAL = WS-EXT-ANTERIOR + WS-EXT-DEBITOS -
               WS-EXT-CREDITOS.
           MOVE WS-EXT-FINAL TO WS-FORMAT-S.
           MOVE SPACES TO EXT-LINHA.
           STRING "SALDO EM " WS-FIM-PER(1:6) "                    "
               "                 " WS-FORMAT-S
               DELIMITED BY SIZE INTO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE "TITULOS EM ABERTO A DATA DE EMISSAO:" TO EXT-LINHA.
           WRITE EXT-LINHA.
           PERFORM VARYING IDX-TIT FROM 1 BY 1
               UNTIL IDX-TIT > WS-NUM-TITULOS
               IF (TIT-T-ESTADO(IDX-TIT) = "A") AND
                  (TIT-T-TIPO-CONTA(IDX-TIT) = CR-TIPO(IDX-CR)) AND
                  (TIT-T-CONTA(IDX-TIT) = CR-CONTA(IDX-CR)) THEN
                   PERFORM CALCULAR-ATRASO-TITULO
                   MOVE WS-EM-ABERTO TO WS-FORMAT
                   MOVE SPACES TO EXT-LINHA
                   STRING "  " TIT-T-NUM(IDX-TIT) " VENCE "
                       TIT-T-VENCIMENTO(IDX-TIT) " "
                       TIT-T-DESCRICAO(IDX-TIT) WS-FORMAT
                       DELIMITED BY SIZE INTO EXT-LINHA
                   WRITE EXT-LINHA
               END-IF
           END-PERFORM.
       FIM-EXTRATO-CONTA.
           EXIT.

      * ---------------------------------------------------------------
      * AVISOS: uma carta por conta com os titulos vencidos que nao
      * foram avisados nos ultimos WS-DIAS-ENTRE-AVISOS dias. O tom
      * sobe com o numero de avisos ja enviados.
      * ---------------------------------------------------------------
       AVISOS.
           PERFORM MONTAR-CONTAS.
           MOVE 0 TO WS-AVISOS-EMITIDOS.
           OPEN EXTEND AVISOS-COBRANCA.
           IF (WS-AVISOS-STATUS = "35") THEN
               OPEN OUTPUT AVISOS-COBRANCA
           END-IF.
           PERFORM VARYING IDX-CR FROM 1 BY 1
               UNTIL IDX-CR > WS-NUM-CR
               PERFORM AVISO-CONTA THRU FIM-AVISO-CONTA
           END-PERFORM.
           CLOSE AVISOS-COBRANCA.
           PERFORM GRAVAR-CONTAS-RECEBER.
           DISPLAY WS-AVISOS-EMITIDOS " CARTA(S) DE AVISO GRAVADA(S)"
               " EM AVISOS-COBRANCA.TXT.".

       AVISO-CONTA.
           MOVE 0 TO WS-TIT-A-AVISAR.
           MOVE 0 TO WS-NIVEL-AVISO.
           MOVE 0 TO WS-TOTAL-AVISO.
           PERFORM VARYING IDX-TIT FROM 1 BY 1
               UNTIL IDX-TIT > WS-NUM-TITULOS
               IF (TIT-T-TIPO-CONTA(IDX-TIT) = CR-TIPO(IDX-CR)) AND
                  (TIT-T-CONTA(IDX-TIT) = CR-CONTA(IDX-CR)) THEN
                   PERFORM VER-TITULO-A-AVISAR
               END-IF
           END-PERFORM.
           IF (WS-TIT-A-AVISAR = 0) THEN
               GO FIM-AVISO-CONTA
           END-IF.
           ADD 1 TO WS-AVISOS-EMITIDOS.
           MOVE CR-TIPO(IDX-CR) TO WS-TN-TIPO-CONTA.
           MOVE CR-CONTA(IDX-CR) TO WS-TN-CONTA.
           PERFORM NOME-DA-CONTA.
           MOVE ALL "=" TO AVI-LINHA.
           WRITE AVI-LINHA.
           MOVE SPACES TO AVI-LINHA.
           EVALUATE WS-NIVEL-AVISO
               WHEN 1
                   STRING "AVISO DE PAGAMENTO EM ATRASO - " WS-HOJE
                       DELIMITED BY SIZE INTO AVI-LINHA
               WHEN 2
                   STRING "SEGUNDO AVISO DE PAGAMENTO - " WS-HOJE
                       DELIMITED BY SIZE INTO AVI-LINHA
               WHEN OTHER
                   STRING "ULTIMO AVISO ANTES DE COBRANCA JUDICIAL - "
                       WS-HOJE DELIMITED BY SIZE INTO AVI-LINHA
           END-EVALUATE.
           WRITE AVI-LINHA.
           MOVE SPACES TO AVI-LINHA.
           STRING "EXMO(S). SR(S). " WS-NOME-CONTA
               DELIMITED BY SIZE INTO AVI-LINHA.
           WRITE AVI-LINHA.
           MOVE SPACES TO AVI-LINHA.
           STRING "CONTA: " CR-TIPO(IDX-CR) " " CR-CONTA(IDX-CR)
               DELIMITED BY SIZE INTO AVI-LINHA.
           WRITE AVI-LINHA.
           MOVE "NAO REGISTAMOS O PAGAMENTO DOS SEGUINTES DOCUMENTOS:"
               TO AVI-LINHA.
           WRITE AVI-LINHA.
           PERFORM VARYING IDX-TIT FROM 1 BY 1
               UNTIL IDX-TIT > WS-NUM-TITULOS
               IF (TIT-T-TIPO-CONTA(IDX-TIT) = CR-TIPO(IDX-CR)) AND
                  (TIT-T-CONTA(IDX-TIT) = CR-CONTA(IDX-CR)) AND
                  (TIT-T-ESTADO(IDX-TIT) = "A") AND
                  (TIT-T-VENCIMENTO(IDX-TIT) < WS-HOJE) THEN
                   PERFORM CALCULAR-ATRASO-TITULO
                   MOVE WS-EM-ABERTO TO WS-FORMAT
                   MOVE SPACES TO AVI-LINHA
                   STRING "  " TIT-T-NUM(IDX-TIT) " VENCEU "
                       TIT-T-VENCIMENTO(IDX-TIT) " "
                       TIT-T-DESCRICAO(IDX-TIT)(1:20) " " WS-FORMAT
                       DELIMITED BY SIZE INTO AVI-LINHA
                   WRITE AVI-LINHA
                   IF (TIT-T-AVISOS(IDX-TIT) < 9) THEN
                       ADD 1 TO TIT-T-AVISOS(IDX-TIT)
                   END-IF
                   MOVE WS-HOJE TO TIT-T-DATA-AVISO(IDX-TIT)
               END-IF
           END-PERFORM.
           MOVE WS-TOTAL-AVISO TO WS-FORMAT.
           MOVE SPACES TO AVI-LINHA.
           STRING "TOTAL VENCIDO: " WS-FORMAT
               DELIMITED BY SIZE INTO AVI-LINHA.
           WRITE AVI-LINHA.
           MOVE "AGRADECEMOS A REGULARIZACAO NO PRAZO DE 8 DIAS."
               TO AVI-LINHA.
           WRITE AVI-LINHA.
           IF (CR-TIPO(IDX-CR) = "E") THEN
               MOVE SPACES TO AVI-LINHA
               STRING "COM MAIS DE " WS-TIT-DIAS-BLOQUEIO
                   " DIAS DE ATRASO NAO SE ABREM NOVOS CONTRATOS"
                   DELIMITED BY SIZE INTO AVI-LINHA
               WRITE AVI-LINHA
               MOVE "A CONTA DA EMPRESA." TO AVI-LINHA
               WRITE AVI-LINHA
           END-IF.
           MOVE ALL "=" TO AVI-LINHA.
           WRITE AVI-LINHA.
       FIM-AVISO-CONTA.
           EXIT.

      * Um titulo vencido conta para a carta se nunca foi avisado ou
      * se o ultimo aviso ja tem WS-DIAS-ENTRE-AVISOS dias; a carta
      * leva entao todos os vencidos da conta.
       VER-TITULO-A-AVISAR.
           IF (TIT-T-ESTADO(IDX-TIT) = "A") AND
              (TIT-T-VENCIMENTO(IDX-TIT) < WS-HOJE) THEN
               PERFORM CALCULAR-ATRASO-TITULO
               ADD WS-EM-ABERTO TO WS-TOTAL-AVISO
               IF (TIT-T-AVISOS(IDX-TIT) NOT NUMERIC) THEN
                   MOVE 0 TO TIT-T-AVISOS(IDX-TIT)
               END-IF
               IF (TIT-T-DATA-AVISO(IDX-TIT) NOT NUMERIC) THEN
                   MOVE 0 TO TIT-T-DATA-AVISO(IDX-TIT)
               END-IF
               IF (TIT-T-AVISOS(IDX-TIT) + 1 > WS-NIVEL-AVISO) THEN
                   COMPUTE WS-NIVEL-AVISO = TIT-T-AVISOS(IDX-TIT) + 1
               END-IF
               IF (TIT-T-DATA-AVISO(IDX-TIT) = 0) THEN
                   ADD 1 TO WS-TIT-A-AVISAR
               ELSE
                   IF (WS-JUL-HOJE - FUNCTION INTEGER-OF-DATE(
                       TIT-T-DATA-AVISO(IDX-TIT)) >=
                       WS-DIAS-ENTRE-AVISOS) THEN
                       ADD 1 TO WS-TIT-A-AVISAR
                   END-IF
               END-IF
           END-IF.

      * ---------------------------------------------------------------
      * SALDOS ANTERIORES: a divida que ja estava nos saldos correntes
      * antes de haver titulos fica num titulo "S" pela diferenca, para
      * a soma dos titulos em aberto bater com o saldo da ficha.
      * ---------------------------------------------------------------
       ABRIR-SALDOS-ANTERIORES.
           MOVE 0 TO WS-SALDOS-ABERTOS.
           MOVE "S" TO WS-TN-TIPO-DOC.
           MOVE 0 TO WS-TN-CONTRATO.
           MOVE 0 TO WS-TN-FATURA.
           MOVE "SALDO ANTERIOR" TO WS-TN-DESCRICAO.
           MOVE WS-HOJE TO WS-TN-DATA.
           MOVE "C" TO WS-TN-TIPO-CONTA.
           PERFORM VARYING IDX-CAL FROM 1 BY 1
               UNTIL IDX-CAL > WS-NUM-CLIENTES-ALG
               IF (CAL-T-SALDO-DEVIDO(IDX-CAL) IS NUMERIC) THEN
                   MOVE CAL-T-CARTA(IDX-CAL) TO WS-TN-CONTA
                   MOVE CAL-T-SALDO-DEVIDO(IDX-CAL)
                       TO WS-SALDO-TITULOS
                   PERFORM ABRIR-SALDO-CONTA
               END-IF
           END-PERFORM.
           MOVE "E" TO WS-TN-TIPO-CONTA.
           PERFORM VARYING IDX-CCO FROM 1 BY 1
               UNTIL IDX-CCO > WS-NUM-CONTAS-CORP
               MOVE CCO-T-CODIGO(IDX-CCO) TO WS-TN-CONTA
               MOVE CCO-T-SALDO(IDX-CCO) TO WS-SALDO-TITULOS
               PERFORM ABRIR-SALDO-CONTA
           END-PERFORM.
           DISPLAY WS-SALDOS-ABERTOS " SALDO(S) ANTERIOR(ES) ABERTO(S)"
               " EM TITULO.".

       ABRIR-SALDO-CONTA.
           PERFORM CALCULAR-ATRASO-CONTA.
           IF (WS-SALDO-TITULOS > WS-TIT-ABERTO) THEN
               COMPUTE WS-TN-VALOR = WS-SALDO-TITULOS - WS-TIT-ABERTO
               PERFORM LANCAR-TITULO THRU FIM-LANCAR-TITULO
               ADD 1 TO WS-SALDOS-ABERTOS
           END-IF.

      * Valor em aberto do titulo IDX-TIT e dias passados sobre o
      * vencimento (zero se ainda nao venceu).
       CALCULAR-ATRASO-TITULO.
           COMPUTE WS-EM-ABERTO = TIT-T-VALOR(IDX-TIT) -
               TIT-T-PAGO(IDX-TIT).
           MOVE 0 TO WS-DIAS-ATRASO.
           IF (TIT-T-VENCIMENTO(IDX-TIT) < WS-HOJE) THEN
               COMPUTE WS-DIAS-ATRASO = WS-JUL-HOJE -
                   FUNCTION INTEGER-OF-DATE(TIT-T-VENCIMENTO(IDX-TIT))
           END-IF.

       MONTAR-CONTAS.
           MOVE 0 TO WS-NUM-CR.
           PERFORM VARYING IDX-TIT FROM 1 BY 1
               UNTIL IDX-TIT > WS-NUM-TITULOS
               MOVE 0 TO WS-CR-ACHADA
               PERFORM VARYING IDX-CR FROM 1 BY 1
                   UNTIL (IDX-CR > WS-NUM-CR) OR (WS-CR-ACHADA > 0)
                   IF (CR-TIPO(IDX-CR) = TIT-T-TIPO-CONTA(IDX-TIT))
                      AND (CR-CONTA(IDX-CR) = TIT-T-CONTA(IDX-TIT))
                      THEN
                       MOVE IDX-CR TO WS-CR-ACHADA
                   END-IF
               END-PERFORM
               IF (WS-CR-ACHADA = 0) AND (WS-NUM-CR < 300) THEN
                   ADD 1 TO WS-NUM-CR
                   MOVE TIT-T-TIPO-CONTA(IDX-TIT) TO CR-TIPO(WS-NUM-CR)
                   MOVE TIT-T-CONTA(IDX-TIT) TO CR-CONTA(WS-NUM-CR)
               END-IF
           END-PERFORM.

       NOME-DA-CONTA.
           MOVE "(SEM FICHA)" TO WS-NOME-CONTA.
           IF (WS-TN-TIPO-CONTA = "E") THEN
               MOVE WS-TN-CONTA TO WS-CONTA-CORP-PESQ
               PERFORM PROCURAR-CONTA-CORP
               IF (WS-CCO-ACHADA > 0) THEN
                   MOVE CCO-T-NOME(WS-CCO-ACHADA) TO WS-NOME-CONTA
               END-IF
           ELSE
               MOVE WS-TN-CONTA TO CARTA-CONDUCAO
               PERFORM PROCURAR-CLIENTE-ALUGUER
               IF (WS-CAL-ACHADO > 0) THEN
                   MOVE CAL-T-NOME(WS-CAL-ACHADO) TO WS-NOME-CONTA
               END-IF
           END-IF.

       CARREGAR-RECEBIMENTOS.
           MOVE 0 TO WS-NUM-RCB.
           MOVE SPACES TO WS-RECEBIMENTOS-STATUS.
           OPEN INPUT FICHEIRO-RECEBIMENTOS.
           IF (WS-RECEBIMENTOS-STATUS = "00") THEN
               PERFORM UNTIL WS-RECEBIMENTOS-STATUS = "10"
                   READ FICHEIRO-RECEBIMENTOS
                       AT END MOVE "10" TO WS-RECEBIMENTOS-STATUS
                       NOT AT END
                           IF (WS-NUM-RCB < 1000) THEN
                               ADD 1 TO WS-NUM-RCB
                               MOVE REG-RECEBIMENTO
                                   TO RCB-ITEM(WS-NUM-RCB)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-RECEBIMENTOS.

       COPY "CONTAS-RECEBER-PROC.cpy".
       COPY "CLIENTES-ALUGUER-PROC.cpy".
       COPY "CONTAS-CORP-PROC.cpy".

       END PROGRAM T03-CONTAS-RECEBER.
