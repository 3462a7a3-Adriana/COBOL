      *          divida, gravando AGUA-CONTAS.DAT e o ficheiro de
      *          faturas FATURAS-AGUA.TXT, com resumo final (contas
      *          faturadas, consumo, total e contas sem leitura).
      *          Numa conta com troca de contador no periodo fatura-se
      *          o consumo do contador antigo ate a leitura final mais
      *          o do novo desde a leitura inicial. Uma conta
      *          desocupada (saida do titular sem novo ocupante) nao
      *          fatura. Aplica-se a versao do tarifario em vigor no
      *          fim do mes; se a classe mudar de tarifario a meio do
      *          mes, o consumo e a disponibilidade repartem-se pelos
      *          dias de cada versao. O saldo credor da conta
      *          (pagamentos a mais) abate na nova fatura, salvo se o
      *          cliente optou pelo reembolso. Cada fatura emitida
      *          deixa mensagem ao titular (NOTIFICACOES.DAT) com o
      *          valor a pagar e a referencia multibanco.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "AGUA-SELECT.cpy".
           COPY "TARIFARIO-AGUA-SELECT.cpy".
           COPY "AGUA-MESTRE-SELECT.cpy".
           COPY "REFMB-SELECT.cpy".
           COPY "ORDENS-AGUA-SELECT.cpy".
           COPY "FUGA-SELECT.cpy".
           COPY "TROCAS-CONTADOR-SELECT.cpy".
           COPY "FATURA-HASH-SELECT.cpy".
           COPY "NOTIFICACOES-SELECT.cpy".
           SELECT FICHEIRO-LEITURAS ASSIGN TO "LEITURAS-AGUA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEITURAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "OPERADOR-SESSAO-FD.cpy".
           COPY "AGUA-FD.cpy".
           COPY "TARIFARIO-AGUA-FD.cpy".
           COPY "AGUA-MESTRE-FD.cpy".
           05 LEI-SUSPEITA        PIC X(01).

       COPY "FUGA-FD.cpy".
       COPY "TROCAS-CONTADOR-FD.cpy".
       COPY "FATURA-HASH-FD.cpy".
       COPY "NOTIFICACOES-FD.cpy".

       FD  FATURAS-AGUA.
       01  FATURA-LINHA           PIC X(60).
           05 FCT-FATURADAS       PIC 9(05).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       77 WS-AGUA-STATUS         PIC XX VALUES SPACES.
       77 WS-LEITURAS-STATUS     PIC XX VALUES SPACES.
       77 WS-CTR-FATURA-STATUS   PIC XX VALUES SPACES.
           88 VALIDAR-OPCAO VALUES 0 THRU 2.
       77 WS-CONTA               PIC X(10) VALUES SPACES.
       77 WS-PERIODO             PIC 9(06) VALUES 0.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-LEITURA             PIC 9(06) VALUES 0.
       77 IDX-AGUA               PIC 9(03) VALUES 0.
       77 WS-NUM-REGISTOS        PIC 9(03) VALUES 0.
       COPY "REFMB-WS.cpy".
       COPY "ORDENS-AGUA-WS.cpy".
       COPY "FUGA-WS.cpy".
       COPY "TROCAS-CONTADOR-WS.cpy".
       COPY "FATURA-HASH-WS.cpy".
       COPY "NOTIFICACOES-WS.cpy".
       77 WS-FORMAT-NTF          PIC Z(5)9.99.
       77 WS-REGS-MEDIA          PIC 9(03) VALUES 0.
       77 WS-SOMA-MEDIA          PIC 9(07)V99 VALUES 0.
       77 WS-ULT-LEITURA         PIC 9(06) VALUES 0.
               10 FCL-VALOR       PIC 9(08)V99 VALUES 0.
       77 VALOR-CONSUMO          PIC 9(06)V99 VALUES 0.
       77 VALOR-SANEAMENTO       PIC 9(05)V99 VALUES 0.
       77 WS-DISPON-FATURA       PIC 9(03)V99 VALUES 0.
      * Saldo credor: sobra do credito por estimativa em excesso e
      * credito de pagamentos a mais compensado nesta fatura.
       77 WS-CREDITO-SOBRA       PIC 9(05)V99 VALUES 0.
       77 WS-CREDITO-CONTA       PIC 9(07)V99 VALUES 0.
       77 WS-CREDITO-USADO       PIC 9(06)V99 VALUES 0.
       77 WS-CREDITO-RESTO       PIC 9(06)V99 VALUES 0.
       77 WS-EXCESSO             PIC 9(06)V99 VALUES 0.
       77 WS-PAGO-FATURA         PIC 9(06)V99 VALUES 0.
       77 IDX-CRD                PIC 9(03) VALUES 0.
       77 WS-REG-CREDITO         PIC 9(03) VALUES 0.
       77 IDX-PTA                PIC 9(01) VALUES 0.
       77 WS-FORMAT-PARTE        PIC ZZ9.99.
      * Partes da fatura quando o tarifario muda a meio do mes (1 -
      * versao anterior, 2 - versao nova).
       01 TABELA-PARTES-TARIFA.
           05 PTA-ITEM OCCURS 2 TIMES.
               10 PTA-VIGOR          PIC 9(08).
               10 PTA-DIAS           PIC 9(02).
               10 PTA-M3             PIC 9(05)V99.
               10 PTA-CONSUMO        PIC 9(06)V99.
               10 PTA-DISPON         PIC 9(03)V99.
               10 PTA-SANEAMENTO     PIC 9(05)V99.
       77 VALOR-IVA              PIC 9(05)V99 VALUES 0.
       77 WS-FATURADAS           PIC 9(03) VALUES 0.
       77 WS-SALTADAS            PIC 9(03) VALUES 0.
       77 WS-DESOCUPADAS         PIC 9(03) VALUES 0.
       77 WS-ESTIMADAS           PIC 9(03) VALUES 0.
       77 WS-E-ESTIMADA          PIC A VALUES "N".
       77 WS-CONSUMO-HIST        PIC 9(07)V99 VALUES 0.

       PROCEDURE DIVISION.
       MENU-BATCH.
           MOVE "T01_11-BATCH" TO WS-JRN-PROGRAMA.
           PERFORM LER-OPERADOR-SESSAO.
           PERFORM CARREGAR-TARIFARIO.
           PERFORM CARREGAR-MULTIPLO-FUGA.
           DISPLAY "=== FATURACAO MENSAL DA AGUA ===".
               CLOSE FICHEIRO-AGUA
           END-IF.
           MOVE SPACES TO WS-AGUA-STATUS.
           IF (WS-REGS-MEDIA = 0) THEN
               GO FIM-VERIFICAR-FUGA-ENTRADA
           END-IF.
      * Com troca de contador o consumo implicito e o do antigo ate a
      * leitura final mais o do novo desde a leitura inicial.
           PERFORM CARREGAR-TROCAS.
           MOVE WS-CONTA TO WS-TRC-PESQUISA.
           MOVE WS-PERIODO TO WS-TRC-PERIODO-LIMITE.
           PERFORM PROCURAR-TROCA-PENDENTE.
           IF (WS-TRC-ACHADA > 0) THEN
               IF (WS-LEITURA <
                   TRC-T-LEITURA-INICIAL(WS-TRC-ACHADA)) OR
                  (TRC-T-LEITURA-FINAL(WS-TRC-ACHADA) <
                   WS-ULT-LEITURA) THEN
                   GO FIM-VERIFICAR-FUGA-ENTRADA
               END-IF
               COMPUTE WS-CONSUMO-IMPLICITO =
                   (TRC-T-LEITURA-FINAL(WS-TRC-ACHADA) -
                    WS-ULT-LEITURA) +
                   (WS-LEITURA - TRC-T-LEITURA-INICIAL(WS-TRC-ACHADA))
           ELSE
               IF (WS-LEITURA <= WS-ULT-LEITURA) THEN
                   GO FIM-VERIFICAR-FUGA-ENTRADA
               END-IF
               COMPUTE WS-CONSUMO-IMPLICITO =
                   WS-LEITURA - WS-ULT-LEITURA
           END-IF.
           COMPUTE WS-MEDIA-CONSUMO ROUNDED =
               WS-SOMA-MEDIA / WS-REGS-MEDIA.
           COMPUTE WS-LIMIAR-FUGA =
               WS-MEDIA-CONSUMO * WS-MULTIPLO-FUGA.
           IF (WS-MEDIA-CONSUMO = 0) OR
           EXIT.

       FATURAR-MES.
           DISPLAY "PERIODO A FATURAR AAAAMM (ENTER=MES CORRENTE): "
               WITH NO ADVANCING.
           ACCEPT WS-PERIODO.
           IF (WS-PERIODO = 0) THEN
               ACCEPT WS-HOJE FROM DATE YYYYMMDD
               DIVIDE WS-HOJE BY 100 GIVING WS-PERIODO
           END-IF.
           MOVE WS-PERIODO TO WS-TAR-PERIODO.
           PERFORM DELIMITAR-MES-TARIFA.
           MOVE WS-TAR-FIM-MES TO WS-TAR-DATA-REF.
           PERFORM CARREGAR-CONTAS.
      * Uma carga truncada seguida da regravacao integral apagaria os
      * registos em excesso - a faturacao recusa-se a correr.
                   "FATURACAO RECUSADA PARA NAO PERDER DADOS."
               STOP RUN
           END-IF.
           PERFORM CARREGAR-TROCAS.
           IF (WS-TRC-TRUNCADA = "S") THEN
               DISPLAY "TROCAS-CONTADOR.DAT EXCEDE 300 REGISTOS - "
                   "FATURACAO RECUSADA PARA NAO PERDER DADOS."
               STOP RUN
           END-IF.
           MOVE WS-PERIODO TO WS-TRC-PERIODO-LIMITE.
      * Registo de controlo da execucao: um periodo ja fechado nao
      * se fatura outra vez; uma execucao interrompida (estado A)
      * retoma do ponto onde ficou - as contas ja faturadas sao
           PERFORM RECOLHER-CONTAS-ATIVAS.
           MOVE 0 TO WS-FATURADAS.
           MOVE 0 TO WS-SALTADAS.
           MOVE 0 TO WS-DESOCUPADAS.
           MOVE 0 TO WS-CONSUMO-TOTAL.
           MOVE 0 TO WS-FATURADO-TOTAL.
           PERFORM VARYING IDX-CTA FROM 1 BY 1
           DISPLAY "CONTAS FATURADAS:   " WS-FATURADAS.
           DISPLAY "  DAS QUAIS ESTIMADAS: " WS-ESTIMADAS.
           DISPLAY "CONTAS SEM LEITURA NEM HISTORICO: " WS-SALTADAS.
           DISPLAY "CONTAS DESOCUPADAS (NAO FATURADAS): "
               WS-DESOCUPADAS.
           MOVE WS-CONSUMO-TOTAL TO WS-FORMAT.
           DISPLAY "CONSUMO TOTAL (M3): " WS-FORMAT.
           MOVE WS-FATURADO-TOTAL TO WS-FORMAT.
      * tem de cobrir as contas ativas, tirando as saltadas.
           DISPLAY "RECONCILIACAO: " WS-FATURADAS " AGORA + "
               WS-FATURADAS-ANTES " ANTERIORES + "
               WS-SALTADAS " SALTADAS + " WS-DESOCUPADAS
               " DESOCUPADAS = " WS-NUM-CONTAS " CONTAS ATIVAS.".
       FIM-FATURAR-MES.
           EXIT.

      * leitura registada para o mes, a conta fica para tras e conta
      * no resumo como saltada.
           MOVE "N" TO WS-JA-FATURADA.
           MOVE 0 TO WS-TRC-ACHADA.
           PERFORM VARYING IDX-AGUA FROM 1 BY 1
               UNTIL IDX-AGUA > WS-NUM-REGISTOS
               IF (AGUA-T-CONTA(IDX-AGUA) = WS-CONTA) AND
                   MOVE "S" TO WS-JA-FATURADA
               END-IF
           END-PERFORM.
           IF (WS-JA-FATURADA = "N") THEN
               MOVE WS-CONTA TO WS-AGM-PESQUISA
               PERFORM PROCURAR-AGUA-MESTRE
               IF (WS-AGM-ACHADA > 0) THEN
                   IF (AGM-T-ESTADO(WS-AGM-ACHADA) = "V") THEN
                       ADD 1 TO WS-DESOCUPADAS
                       MOVE "S" TO WS-JA-FATURADA
                   END-IF
               END-IF
           END-IF.
           IF (WS-JA-FATURADA = "S") THEN
               CONTINUE
           ELSE
      * A classe de tarifa vem do mestre da conta; sem ficha, a conta
      * fatura como domestica.
               MOVE "D" TO WS-CLASSE-CONTA
               IF (WS-AGM-ACHADA > 0) AND
                  (AGM-T-CLASSE(WS-AGM-ACHADA) NOT = SPACES) THEN
                   MOVE AGM-T-CLASSE(WS-AGM-ACHADA)
           COMPUTE WS-CONSUMO ROUNDED =
               WS-CONSUMO-HIST / WS-REGS-HIST.
           COMPUTE WS-LEITURA = WS-LEITURA-ANT + WS-CONSUMO.
      * Depois de uma troca a leitura estimada conta-se no contador
      * novo; a troca fica por faturar ate haver leitura real, que
      * acerta o consumo dos dois contadores.
           MOVE WS-CONTA TO WS-TRC-PESQUISA.
           PERFORM PROCURAR-TROCA-PENDENTE.
           IF (WS-TRC-ACHADA > 0) THEN
               COMPUTE WS-LEITURA =
                   TRC-T-LEITURA-INICIAL(WS-TRC-ACHADA) + WS-CONSUMO
               MOVE 0 TO WS-TRC-ACHADA
           END-IF.
           MOVE "S" TO WS-E-ESTIMADA.
           MOVE 0 TO WS-CREDITO-ACERTO.
           ADD 1 TO WS-ESTIMADAS.
      * leitura abaixo da anterior fica por faturar (conta saltada)
      * ate ser corrigida ou faturada no ecran interativo, que pede a
      * confirmacao de substituicao do contador.
      * Numa troca de contador a leitura do mes e a do contador novo:
      * o consumo soma o antigo (da ultima leitura real a leitura
      * final) e o novo (da leitura inicial a leitura do mes).
           MOVE WS-CONTA TO WS-TRC-PESQUISA.
           PERFORM PROCURAR-TROCA-PENDENTE.
           IF (WS-TRC-ACHADA > 0) THEN
               IF (WS-LEITURA <
                   TRC-T-LEITURA-INICIAL(WS-TRC-ACHADA)) OR
                  (TRC-T-LEITURA-FINAL(WS-TRC-ACHADA) <
                   WS-LEITURA-ANT) THEN
                   DISPLAY "CONTA " WS-CONTA " SALTADA: LEITURAS "
                       "INCOERENTES COM A TROCA DE CONTADOR."
                   ADD 1 TO WS-SALTADAS
                   GO TO FIM-CALCULAR-FATURA
               END-IF
               COMPUTE WS-CONSUMO =
                   (TRC-T-LEITURA-FINAL(WS-TRC-ACHADA) -
                    WS-LEITURA-ANT) +
                   (WS-LEITURA - TRC-T-LEITURA-INICIAL(WS-TRC-ACHADA))
           ELSE
               IF (WS-LEITURA < WS-LEITURA-ANT) THEN
                   DISPLAY "CONTA " WS-CONTA " SALTADA: LEITURA "
                       "INFERIOR A ANTERIOR - CONFIRMAR NO ECRAN."
                   ADD 1 TO WS-SALTADAS
                   GO TO FIM-CALCULAR-FATURA
               END-IF
               COMPUTE WS-CONSUMO = WS-LEITURA - WS-LEITURA-ANT
           END-IF.
      * Acerto automatico: se os meses anteriores foram estimados, a
      * leitura real de agora fatura apenas a diferenca entre o
      * consumo real acumulado e o que ja foi faturado por estimativa
      * Os escaloes e precos sao os da classe de tarifa selecionada
      * para a conta (WS-ESC-QTD/WS-ESC-PRECO).
       FATURAR-VALORES.
           MOVE WS-CLASSE-CONTA TO WS-TAR-CLASSE-PEDIDA.
           PERFORM PROCURAR-MUDANCA-TARIFA.
           IF (WS-TAR-DIAS-ANTES > 0) THEN
               PERFORM REPARTIR-TARIFA
           ELSE
               PERFORM FATURAR-ESCALOES
           END-IF.
           COMPUTE TOTAL = VALOR-CONSUMO + WS-DISPON-FATURA +
               VALOR-SANEAMENTO + WS-TAR-RESIDUOS.
           MOVE 0 TO PENALIZACAO.
           IF (WS-TEM-DIVIDA = "S") THEN
               COMPUTE PENALIZACAO = TOTAL * 0.10
               ADD PENALIZACAO TO TOTAL
           END-IF.
      * O credito por estimativa que excede a fatura nao se perde:
      * fica como valor ja pago desta fatura (saldo credor da conta).
           MOVE 0 TO WS-CREDITO-SOBRA.
           IF (WS-CREDITO-ACERTO > 0) THEN
               IF (WS-CREDITO-ACERTO > TOTAL) THEN
                   COMPUTE WS-CREDITO-SOBRA =
                       WS-CREDITO-ACERTO - TOTAL
                   MOVE TOTAL TO WS-CREDITO-ACERTO
               END-IF
               SUBTRACT WS-CREDITO-ACERTO FROM TOTAL
           COMPUTE VALOR-IVA ROUNDED = TOTAL * WS-TAR-IVA-PCT.
           ADD VALOR-IVA TO TOTAL.
           IF (WS-NUM-REGISTOS < 900) THEN
               PERFORM COMPENSAR-CREDITO-CONTA
               ADD 1 TO WS-NUM-REGISTOS
               MOVE WS-CONTA TO AGUA-T-CONTA(WS-NUM-REGISTOS)
               MOVE WS-PERIODO TO AGUA-T-PERIODO(WS-NUM-REGISTOS)
                   TO AGUA-T-LEITURA-ANT(WS-NUM-REGISTOS)
               MOVE WS-LEITURA
                   TO AGUA-T-LEITURA-ATU(WS-NUM-REGISTOS)
               COMPUTE WS-PAGO-FATURA =
                   WS-CREDITO-SOBRA + WS-CREDITO-USADO
               MOVE WS-PAGO-FATURA
                   TO AGUA-T-PAGO-VALOR(WS-NUM-REGISTOS)
               IF (WS-PAGO-FATURA >= TOTAL) THEN
                   MOVE "S" TO AGUA-T-PAGO(WS-NUM-REGISTOS)
               END-IF
               MOVE WS-DISPON-FATURA
                   TO AGUA-T-DISPON(WS-NUM-REGISTOS)
               MOVE VALOR-SANEAMENTO
                   TO AGUA-T-SANEAMENTO(WS-NUM-REGISTOS)
                   TO AGUA-T-FATURA-NUM(WS-NUM-REGISTOS)
               PERFORM GRAVAR-FATURA-IMEDIATA
               PERFORM MARCAR-ORDENS-FATURADAS
               IF (WS-TRC-ACHADA > 0) THEN
                   MOVE WS-PERIODO
                       TO TRC-T-PERIODO-FATURA(WS-TRC-ACHADA)
                   PERFORM GRAVAR-TROCAS
               END-IF
               MOVE WS-CONTA TO WS-FCT-ULT-CONTA
               ADD 1 TO WS-FATURADAS
               ADD WS-CONSUMO TO WS-CONSUMO-TOTAL
                       ADD TOTAL TO FCL-VALOR(1)
               END-EVALUATE
               PERFORM IMPRIMIR-FATURA
               PERFORM NOTIFICAR-FATURA
               PERFORM GRAVAR-CONTROLO-FATURACAO
           END-IF.

               END-IF
           END-PERFORM.

      * Mes inteiro com a mesma versao do tarifario.
       FATURAR-ESCALOES.
           MOVE WS-CONSUMO TO RESTANTE.
           MOVE 0 TO TOTAL.
           PERFORM VARYING IDX-ESC FROM 1 BY 1 UNTIL IDX-ESC > 3
               IF (RESTANTE > WS-ESC-QTD(IDX-ESC)) THEN
                   COMPUTE TOTAL = TOTAL +
                       (WS-ESC-QTD(IDX-ESC) * WS-ESC-PRECO(IDX-ESC))
                   SUBTRACT WS-ESC-QTD(IDX-ESC) FROM RESTANTE
               ELSE
                   COMPUTE TOTAL = TOTAL +
                       (RESTANTE * WS-ESC-PRECO(IDX-ESC))
                   MOVE 0 TO RESTANTE
               END-IF
           END-PERFORM.
           IF (RESTANTE > 0) THEN
               COMPUTE TOTAL = TOTAL + (RESTANTE * WS-ESC-PRECO(4))
           END-IF.
           MOVE TOTAL TO VALOR-CONSUMO.
           COMPUTE VALOR-SANEAMENTO ROUNDED =
               VALOR-CONSUMO * WS-TAR-SANEAMENTO-PCT.
           MOVE WS-TAR-DISPONIBILIDADE TO WS-DISPON-FATURA.

      * O tarifario da classe mudou a meio do mes: o consumo reparte-se
      * pelos dias de cada versao e cada parte fatura com os escaloes
      * e a disponibilidade proporcionais aos seus dias. Residuos e IVA
      * sao os da versao nova, que fica selecionada.
       REPARTIR-TARIFA.
           MOVE WS-TAR-DIAS-ANTES TO PTA-DIAS(1).
           COMPUTE PTA-DIAS(2) = WS-TAR-DIAS-MES - WS-TAR-DIAS-ANTES.
           COMPUTE PTA-M3(1) ROUNDED =
               (WS-CONSUMO * PTA-DIAS(1)) / WS-TAR-DIAS-MES.
           COMPUTE PTA-M3(2) = WS-CONSUMO - PTA-M3(1).
           COMPUTE WS-TAR-DATA-REF = WS-TAR-DATA-MUDANCA - 1.
           PERFORM SELECIONAR-TARIFA-CLASSE.
           MOVE 1 TO IDX-PTA.
           PERFORM CALCULAR-PARTE-FATURA.
           MOVE WS-TAR-FIM-MES TO WS-TAR-DATA-REF.
           PERFORM SELECIONAR-TARIFA-CLASSE.
           MOVE 2 TO IDX-PTA.
           PERFORM CALCULAR-PARTE-FATURA.
           COMPUTE VALOR-CONSUMO = PTA-CONSUMO(1) + PTA-CONSUMO(2).
           COMPUTE WS-DISPON-FATURA = PTA-DISPON(1) + PTA-DISPON(2).
           COMPUTE VALOR-SANEAMENTO =
               PTA-SANEAMENTO(1) + PTA-SANEAMENTO(2).

       CALCULAR-PARTE-FATURA.
           MOVE WS-TAR-VIGOR TO PTA-VIGOR(IDX-PTA).
           MOVE PTA-M3(IDX-PTA) TO WS-TAR-PARTE-M3.
           MOVE PTA-DIAS(IDX-PTA) TO WS-TAR-PARTE-DIAS.
           PERFORM CALCULAR-PARTE-TARIFA.
           MOVE WS-TAR-PARTE-CONSUMO TO PTA-CONSUMO(IDX-PTA).
           MOVE WS-TAR-PARTE-DISPON TO PTA-DISPON(IDX-PTA).
           MOVE WS-TAR-PARTE-SANEAMENTO TO PTA-SANEAMENTO(IDX-PTA).

      * Saldo credor da conta: o que se pagou a mais nas faturas ja
      * liquidadas. Salvo opcao de reembolso no mestre, abate na nova
      * fatura ate ao seu total, gastando primeiro o credito das
      * faturas mais antigas.
       COMPENSAR-CREDITO-CONTA.
           MOVE 0 TO WS-CREDITO-USADO.
           IF (WS-AGM-ACHADA > 0) AND
              (AGM-T-CREDITO-DESTINO(WS-AGM-ACHADA) = "R") THEN
               GO FIM-COMPENSAR-CREDITO-CONTA
           END-IF.
           MOVE 0 TO WS-CREDITO-CONTA.
           PERFORM VARYING IDX-CRD FROM 1 BY 1
               UNTIL IDX-CRD > WS-NUM-REGISTOS
               IF (AGUA-T-CONTA(IDX-CRD) = WS-CONTA) AND
                  (AGUA-T-PAGO(IDX-CRD) = "S") AND
                  (AGUA-T-PAGO-VALOR(IDX-CRD) > AGUA-T-TOTAL(IDX-CRD))
                   THEN
                   COMPUTE WS-CREDITO-CONTA = WS-CREDITO-CONTA +
                       AGUA-T-PAGO-VALOR(IDX-CRD) -
                       AGUA-T-TOTAL(IDX-CRD)
               END-IF
           END-PERFORM.
           IF (WS-CREDITO-CONTA = 0) OR (WS-CREDITO-SOBRA >= TOTAL)
               THEN
               GO FIM-COMPENSAR-CREDITO-CONTA
           END-IF.
           COMPUTE WS-CREDITO-USADO = TOTAL - WS-CREDITO-SOBRA.
           IF (WS-CREDITO-CONTA < WS-CREDITO-USADO) THEN
               MOVE WS-CREDITO-CONTA TO WS-CREDITO-USADO
           END-IF.
           MOVE WS-CREDITO-USADO TO WS-CREDITO-RESTO.
           PERFORM GASTAR-CREDITO-FATURA UNTIL WS-CREDITO-RESTO = 0.
       FIM-COMPENSAR-CREDITO-CONTA.
           EXIT.

       GASTAR-CREDITO-FATURA.
           MOVE 0 TO WS-REG-CREDITO.
           PERFORM VARYING IDX-CRD FROM 1 BY 1
               UNTIL IDX-CRD > WS-NUM-REGISTOS
               IF (AGUA-T-CONTA(IDX-CRD) = WS-CONTA) AND
                  (AGUA-T-PAGO(IDX-CRD) = "S") AND
                  (AGUA-T-PAGO-VALOR(IDX-CRD) > AGUA-T-TOTAL(IDX-CRD))
                   THEN
                   IF (WS-REG-CREDITO = 0) THEN
                       MOVE IDX-CRD TO WS-REG-CREDITO
                   ELSE
                       IF (AGUA-T-PERIODO(IDX-CRD) <
                           AGUA-T-PERIODO(WS-REG-CREDITO)) THEN
                           MOVE IDX-CRD TO WS-REG-CREDITO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF (WS-REG-CREDITO = 0) THEN
               SUBTRACT WS-CREDITO-RESTO FROM WS-CREDITO-USADO
               MOVE 0 TO WS-CREDITO-RESTO
           ELSE
               COMPUTE WS-EXCESSO = AGUA-T-PAGO-VALOR(WS-REG-CREDITO)
                   - AGUA-T-TOTAL(WS-REG-CREDITO)
               IF (WS-EXCESSO > WS-CREDITO-RESTO) THEN
                   MOVE WS-CREDITO-RESTO TO WS-EXCESSO
               END-IF
               SUBTRACT WS-EXCESSO
                   FROM AGUA-T-PAGO-VALOR(WS-REG-CREDITO)
               SUBTRACT WS-EXCESSO FROM WS-CREDITO-RESTO
           END-IF.

       IMPRIMIR-FATURA.
           OPEN EXTEND FATURAS-AGUA.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO FATURA-LINHA
               WRITE FATURA-LINHA
           END-IF.
           MOVE "============================================"
               TO FATURA-LINHA.
           WRITE FATURA-LINHA.
           STRING "FATURA N. AGA-" WS-FATURA-AGUA
               DELIMITED BY SIZE INTO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE WS-FH-LINHA-CODIGO TO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE WS-FH-LINHA-ATCUD TO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE SPACES TO FATURA-LINHA.
           IF (WS-AGM-ACHADA > 0) AND
              (AGM-T-NIF(WS-AGM-ACHADA) IS NUMERIC) AND
              (AGM-T-NIF(WS-AGM-ACHADA) > 0) THEN
                   DELIMITED BY SIZE INTO FATURA-LINHA
               WRITE FATURA-LINHA
           END-IF.
           IF (WS-TRC-ACHADA > 0) THEN
               STRING "TROCA DE CONTADOR EM "
                   TRC-T-DATA(WS-TRC-ACHADA)
                   DELIMITED BY SIZE INTO FATURA-LINHA
               WRITE FATURA-LINHA
               STRING "CONTADOR " TRC-T-SERIE-ANTIGO(WS-TRC-ACHADA)
                   ": " WS-LEITURA-ANT " -> "
                   TRC-T-LEITURA-FINAL(WS-TRC-ACHADA)
                   DELIMITED BY SIZE INTO FATURA-LINHA
               WRITE FATURA-LINHA
               STRING "CONTADOR " TRC-T-SERIE-NOVO(WS-TRC-ACHADA)
                   ": " TRC-T-LEITURA-INICIAL(WS-TRC-ACHADA) " -> "
                   WS-LEITURA
                   DELIMITED BY SIZE INTO FATURA-LINHA
               WRITE FATURA-LINHA
           ELSE
               STRING "LEITURAS: " WS-LEITURA-ANT " -> " WS-LEITURA
                   DELIMITED BY SIZE INTO FATURA-LINHA
               WRITE FATURA-LINHA
           END-IF.
           MOVE WS-CONSUMO TO WS-FORMAT.
           STRING "CONSUMO (M3): " WS-FORMAT
               DELIMITED BY SIZE INTO FATURA-LINHA.
           STRING "CONSUMO DE AGUA:        " WS-FORMAT
               DELIMITED BY SIZE INTO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE WS-DISPON-FATURA TO WS-FORMAT.
           STRING "TARIFA DISPONIBILIDADE: " WS-FORMAT
               DELIMITED BY SIZE INTO FATURA-LINHA.
           WRITE FATURA-LINHA.
           IF (WS-TAR-DIAS-ANTES > 0) THEN
               MOVE "REPARTICAO POR TARIFARIO (MUDANCA NO MES):"
                   TO FATURA-LINHA
               WRITE FATURA-LINHA
               PERFORM VARYING IDX-PTA FROM 1 BY 1 UNTIL IDX-PTA > 2
                   PERFORM IMPRIMIR-PARTE-FATURA
               END-PERFORM
           END-IF.
           MOVE VALOR-SANEAMENTO TO WS-FORMAT.
           STRING "SANEAMENTO:             " WS-FORMAT
               DELIMITED BY SIZE INTO FATURA-LINHA.
           STRING "TOTAL A PAGAR: " WS-FORMAT
               DELIMITED BY SIZE INTO FATURA-LINHA.
           WRITE FATURA-LINHA.
           IF (WS-PAGO-FATURA > 0) THEN
               MOVE SPACES TO FATURA-LINHA
               MOVE WS-PAGO-FATURA TO WS-FORMAT
               STRING "SALDO CREDOR ABATIDO: " WS-FORMAT
                   DELIMITED BY SIZE INTO FATURA-LINHA
               WRITE FATURA-LINHA
               MOVE SPACES TO FATURA-LINHA
               IF (WS-PAGO-FATURA >= TOTAL) THEN
                   MOVE 0 TO WS-FORMAT
               ELSE
                   COMPUTE WS-FORMAT = TOTAL - WS-PAGO-FATURA
               END-IF
               STRING "VALOR EM FALTA:       " WS-FORMAT
                   DELIMITED BY SIZE INTO FATURA-LINHA
               WRITE FATURA-LINHA
           END-IF.
           STRING "PAGAMENTO MB - ENTIDADE " WS-ENTIDADE-MB
               " REFERENCIA " WS-REF-MB
               DELIMITED BY SIZE INTO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE WS-FH-LINHA-HASH TO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE "============================================"
               TO FATURA-LINHA.
           WRITE FATURA-LINHA.
           CLOSE FATURAS-AGUA.

      * Mensagem de fatura emitida ao titular da conta: numero da
      * fatura, valor em falta depois do saldo credor abatido e
      * referencia multibanco.
       NOTIFICAR-FATURA.
           MOVE "AGA" TO WS-NTF-NEGOCIO.
           MOVE "AGA-FATURA" TO WS-NTF-MODELO.
           MOVE WS-CONTA TO WS-NTF-CHAVE.
           IF (WS-AGM-ACHADA > 0) THEN
               MOVE AGM-T-NOME(WS-AGM-ACHADA) TO WS-NTF-NOME
           END-IF.
           STRING "AGA-" WS-FATURA-AGUA
               DELIMITED BY SIZE INTO WS-NTF-REFERENCIA.
           IF (WS-PAGO-FATURA >= TOTAL) THEN
               MOVE 0 TO WS-FORMAT-NTF
           ELSE
               COMPUTE WS-FORMAT-NTF = TOTAL - WS-PAGO-FATURA
           END-IF.
           MOVE WS-FORMAT-NTF TO WS-NTF-VAR1.
           STRING WS-ENTIDADE-MB " " WS-REF-MB
               DELIMITED BY SIZE INTO WS-NTF-VAR2.
           MOVE "T01_11-BATCH" TO WS-NTF-PROGRAMA.
           PERFORM REGISTAR-NOTIFICACAO.

       IMPRIMIR-PARTE-FATURA.
           MOVE SPACES TO FATURA-LINHA.
           MOVE PTA-M3(IDX-PTA) TO WS-FORMAT.
           STRING " TARIFARIO DE " PTA-VIGOR(IDX-PTA) " - "
               PTA-DIAS(IDX-PTA) " DIAS - M3: " WS-FORMAT
               DELIMITED BY SIZE INTO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE SPACES TO FATURA-LINHA.
           MOVE PTA-CONSUMO(IDX-PTA) TO WS-FORMAT.
           MOVE PTA-DISPON(IDX-PTA) TO WS-FORMAT-PARTE.
           STRING "   CONSUMO " WS-FORMAT " DISPONIB. " WS-FORMAT-PARTE
               DELIMITED BY SIZE INTO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE SPACES TO FATURA-LINHA.

      * Serie legal de faturas da agua (AGA): o contador em
      * FATURA-CTR-AGUA.DAT nunca reinicia e o numero so se reserva
      * quando a fatura e mesmo emitida - a serie nao tem buracos.
           MOVE WS-FATURA-AGUA TO REG-CTR-FATURA.
           WRITE REG-CTR-FATURA.
           CLOSE FICHEIRO-CTR-FATURA.
           MOVE "AGA" TO WS-FH-SERIE.
           MOVE WS-FATURA-AGUA TO WS-FH-NUMERO.
           COMPUTE WS-FH-DATA = (WS-PERIODO * 100) + 1.
           MOVE TOTAL TO WS-FH-TOTAL.
           PERFORM ENCADEAR-FATURA.

       RECOLHER-CONTAS-ATIVAS.
           MOVE 0 TO WS-NUM-CONTAS.
                   INVALID KEY
                       DISPLAY "CONTA " WS-CONTA " JA GRAVADA NO"
                           " PERIODO - REGISTO DESCARTADO."
                   NOT INVALID KEY
                       MOVE "I" TO WS-JRN-OPERACAO
                       PERFORM JORNAL-AGUA
               END-WRITE
               IF (WS-CREDITO-USADO > 0) THEN
                   PERFORM REGRAVAR-FATURAS-CREDITO
               END-IF
           ELSE
               DISPLAY "AGUA-CONTAS.DAT INDISPONIVEL (ESTADO "
                   WS-AGUA-STATUS ") - FATURA DA CONTA " WS-CONTA
           CLOSE FICHEIRO-AGUA.
           MOVE SPACES TO WS-AGUA-STATUS.

      * As faturas de onde saiu o credito compensado ficam com o valor
      * pago reduzido - regravam-se pela chave no mesmo acesso.
       REGRAVAR-FATURAS-CREDITO.
           PERFORM VARYING IDX-CRD FROM 1 BY 1
               UNTIL IDX-CRD >= WS-NUM-REGISTOS
               IF (AGUA-T-CONTA(IDX-CRD) = WS-CONTA) AND
                  (AGUA-T-PAGO(IDX-CRD) = "S") THEN
                   MOVE AGUA-ITEM(IDX-CRD) TO REG-LEITURA-AGUA
                   PERFORM JORNAL-ANTES-AGUA
                   REWRITE REG-LEITURA-AGUA
                       INVALID KEY
                           DISPLAY "FATURA " AGUA-T-PERIODO(IDX-CRD)
                               " DA CONTA " WS-CONTA
                               " NAO REGRAVADA!"
                       NOT INVALID KEY
                           MOVE "A" TO WS-JRN-OPERACAO
                           PERFORM JORNAL-AGUA
                   END-REWRITE
               END-IF
           END-PERFORM.

      * O registo de controlo (FATURACAO-CTL.DAT) guarda o periodo,
      * o estado da execucao, a ultima conta faturada e a contagem -
      * o ponto de retoma depois de uma queda.

       COPY "FUGA-PROC.cpy".

       COPY "TROCAS-CONTADOR-PROC.cpy".

       COPY "FATURA-HASH-PROC.cpy".

       COPY "NOTIFICACOES-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       COPY "JORNAL-AGUA-PROC.cpy".

       END PROGRAM T01_11-BATCH.
