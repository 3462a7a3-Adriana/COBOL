      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mudanca de ocupante da conta de agua - a saida do
      *          titular le o contador na data de saida e emite a
      *          fatura final (tarifa de disponibilidade proporcional
      *          aos dias do mes), passa a divida em aberto da conta
      *          para a ficha do titular que sai (OCUPACOES-AGUA.DAT),
      *          anula o mandato de debito direto e deixa a conta
      *          desocupada em AGUA-MESTRE.DAT; a entrada abre o novo
      *          titular a partir da mesma leitura, com o seu NIF,
      *          classe de tarifa e IBAN. O historico da conta mostra
      *          as faturas separadas por ocupante. O saldo credor
      *          da conta abate na fatura final e o que sobrar fica
      *          como reembolso pendente ao titular que sai
      *          (REEMBOLSOS-AGUA.DAT), com o IBAN que tinha na ficha.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T01_11-OCUPANTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "AGUA-SELECT.cpy".
           COPY "AGUA-MESTRE-SELECT.cpy".
           COPY "TARIFARIO-AGUA-SELECT.cpy".
           COPY "REFMB-SELECT.cpy".
           COPY "OCUPACOES-AGUA-SELECT.cpy".
           COPY "TROCAS-CONTADOR-SELECT.cpy".
           COPY "REEMBOLSOS-AGUA-SELECT.cpy".
           COPY "FATURA-HASH-SELECT.cpy".
           SELECT FATURAS-AGUA ASSIGN TO "FATURAS-AGUA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATURAS-STATUS.
           SELECT FICHEIRO-CTR-FATURA ASSIGN TO "FATURA-CTR-AGUA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-FATURA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "OPERADOR-SESSAO-FD.cpy".
           COPY "AGUA-FD.cpy".
           COPY "AGUA-MESTRE-FD.cpy".
           COPY "TARIFARIO-AGUA-FD.cpy".
           COPY "REFMB-FD.cpy".
           COPY "OCUPACOES-AGUA-FD.cpy".
           COPY "TROCAS-CONTADOR-FD.cpy".
           COPY "REEMBOLSOS-AGUA-FD.cpy".
           COPY "FATURA-HASH-FD.cpy".

       FD  FATURAS-AGUA.
       01  FATURA-LINHA           PIC X(60).

       FD  FICHEIRO-CTR-FATURA.
       01  REG-CTR-FATURA         PIC 9(06).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "JORNAL-TAB-AGUA-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       77 WS-AGUA-STATUS         PIC XX VALUES SPACES.
       77 WS-FATURAS-STATUS      PIC XX VALUES SPACES.
       77 WS-CTR-FATURA-STATUS   PIC XX VALUES SPACES.
       COPY "AGUA-MESTRE-WS.cpy".
       COPY "TARIFARIO-AGUA-WS.cpy".
       COPY "REFMB-WS.cpy".
       COPY "OCUPACOES-AGUA-WS.cpy".
       COPY "TROCAS-CONTADOR-WS.cpy".
       COPY "REEMBOLSOS-AGUA-WS.cpy".
       COPY "NIF-WS.cpy".
       COPY "FATURA-HASH-WS.cpy".
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 4.
       77 WS-CONTA               PIC X(10) VALUES SPACES.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       01 WS-DATA                PIC 9(08) VALUES 0.
       01 WS-DATA-R REDEFINES WS-DATA.
           05 WS-DATA-ANOMES.
               10 WS-DATA-ANO    PIC 9(04).
               10 WS-DATA-MES    PIC 9(02).
           05 WS-DATA-DIA        PIC 9(02).
       77 WS-PERIODO             PIC 9(06) VALUES 0.
       77 WS-LEITURA             PIC 9(06) VALUES 0.
       77 WS-LEITURA-ANT         PIC 9(06) VALUES 0.
       77 WS-PERIODO-ANT         PIC 9(06) VALUES 0.
       77 WS-PERIODO-REAL        PIC 9(06) VALUES 0.
       77 WS-CONSUMO             PIC 9(04)V99 VALUES 0.
       77 WS-CONSUMO-ESTIMADO    PIC 9(05)V99 VALUES 0.
       77 WS-ACERTO-M3           PIC S9(05)V99 VALUES 0.
       77 WS-CREDITO-ACERTO      PIC 9(05)V99 VALUES 0.
       77 WS-CREDITO-SOBRA       PIC 9(05)V99 VALUES 0.
       77 WS-CREDITO-CONTA       PIC 9(07)V99 VALUES 0.
       77 WS-CREDITO-USADO       PIC 9(06)V99 VALUES 0.
       77 WS-CREDITO-RESTO       PIC 9(06)V99 VALUES 0.
       77 WS-EXCESSO             PIC 9(06)V99 VALUES 0.
       77 WS-PAGO-FATURA         PIC 9(06)V99 VALUES 0.
       77 WS-REEMBOLSO-SAIDA     PIC 9(07)V99 VALUES 0.
       77 IDX-CRD                PIC 9(03) VALUES 0.
       77 WS-REG-CREDITO         PIC 9(03) VALUES 0.
       77 WS-TEM-DIVIDA          PIC A VALUES "N".
       77 WS-JA-FATURADA         PIC A VALUES "N".
       77 WS-CLASSE-CONTA        PIC X(01) VALUES "D".
           88 VALIDAR-CLASSE-OCP VALUES "D" "C" "S".
       77 WS-DEBITO              PIC X(01) VALUES SPACES.
       77 WS-DIAS-MES            PIC 9(02) VALUES 0.
       77 WS-PRIMEIRO-MES        PIC 9(08) VALUES 0.
       77 WS-PRIMEIRO-SEGUINTE   PIC 9(08) VALUES 0.
       77 WS-DISPONIBILIDADE     PIC 9(03)V99 VALUES 0.
       77 RESTANTE               PIC 9(04)V99 VALUES 0.
       77 TOTAL                  PIC 9(06)V99 VALUES 0.
       77 PENALIZACAO            PIC 9(06)V99 VALUES 0.
       77 VALOR-CONSUMO          PIC 9(06)V99 VALUES 0.
       77 VALOR-SANEAMENTO       PIC 9(05)V99 VALUES 0.
       77 VALOR-IVA              PIC 9(05)V99 VALUES 0.
       77 WS-FATURA-AGUA         PIC 9(06) VALUES 0.
       77 WS-DIVIDA-TRANSFERIDA  PIC 9(06)V99 VALUES 0.
       77 WS-EM-FALTA            PIC 9(06)V99 VALUES 0.
       77 WS-EM-DIVIDA           PIC 9(07)V99 VALUES 0.
       77 WS-OCP-ULTIMA          PIC 9(03) VALUES 0.
       77 WS-DATA-FIM-ULTIMA     PIC 9(08) VALUES 0.
       77 WS-PER-INI             PIC 9(06) VALUES 0.
       77 WS-PER-FIM             PIC 9(06) VALUES 0.
       77 WS-DA-OCUPACAO         PIC A VALUES "N".
       77 IDX-OUTRA              PIC 9(03) VALUES 0.
       77 WS-LINHAS              PIC 9(03) VALUES 0.
       77 WS-FORMAT              PIC Z(7)9.99.
       77 WS-FORMAT2             PIC Z(7)9.99.
       77 IDX-AGUA               PIC 9(03) VALUES 0.
       77 WS-NUM-REGISTOS        PIC 9(03) VALUES 0.
       77 WS-CARGA-TRUNCADA      PIC A VALUES "N".
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

       PROCEDURE DIVISION.
       MENU-OCUPANTES.
           MOVE "T01_11-OCUPANTES" TO WS-JRN-PROGRAMA.
           PERFORM LER-OPERADOR-SESSAO.
           PERFORM CARREGAR-CONTAS.
           PERFORM CARREGAR-AGUA-MESTRE.
           PERFORM CARREGAR-OCUPACOES.
           PERFORM CARREGAR-TROCAS.
           PERFORM CARREGAR-TARIFARIO.
           PERFORM CARREGAR-REEMBOLSOS.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           DISPLAY "=== MUDANCA DE OCUPANTE DA AGUA ===".
           DISPLAY "1 - SAIDA DO TITULAR (FATURA FINAL)".
           DISPLAY "2 - ENTRADA DE NOVO OCUPANTE".
           DISPLAY "3 - HISTORICO DA CONTA POR OCUPANTE".
           DISPLAY "4 - DIVIDAS DE EX-TITULARES".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-OCUPANTES
           END-IF.
      * Uma carga truncada seguida da regravacao integral apagaria os
      * registos em excesso - so as consultas correm.
           IF (WS-OPCAO = 1 OR WS-OPCAO = 2) AND
              (WS-CARGA-TRUNCADA = "S" OR WS-OCP-TRUNCADA = "S" OR
               WS-TRC-TRUNCADA = "S" OR WS-RMB-TRUNCADA = "S") THEN
               DISPLAY "FICHEIROS DA AGUA EXCEDEM A CAPACIDADE - "
                   "MUDANCA RECUSADA PARA NAO PERDER DADOS."
               GO MENU-OCUPANTES
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM SAIDA-OCUPANTE THRU FIM-SAIDA-OCUPANTE
               WHEN 2 PERFORM ENTRADA-OCUPANTE
                   THRU FIM-ENTRADA-OCUPANTE
               WHEN 3 PERFORM HISTORICO-CONTA
               WHEN 4 PERFORM LISTAR-DIVIDAS-EX-TITULARES
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-OCUPANTES.

      * Saida do titular: fatura final ate a data de saida, divida da
      * conta transferida para a ficha de quem sai, mandato de debito
      * direto anulado e conta desocupada ate a entrada seguinte.
       SAIDA-OCUPANTE.
           DISPLAY "CONTA: " WITH NO ADVANCING.
           ACCEPT WS-CONTA.
           MOVE WS-CONTA TO WS-AGM-PESQUISA.
           PERFORM PROCURAR-AGUA-MESTRE.
           IF (WS-AGM-ACHADA = 0) THEN
               DISPLAY "CONTA SEM FICHA NO MESTRE!"
               GO FIM-SAIDA-OCUPANTE
           END-IF.
           IF (AGM-T-ESTADO(WS-AGM-ACHADA) = "V") THEN
               DISPLAY "CONTA JA ESTA DESOCUPADA!"
               GO FIM-SAIDA-OCUPANTE
           END-IF.
           IF (WS-NUM-REGISTOS >= 900) THEN
               DISPLAY "AGUA-CONTAS.DAT CHEIO - FATURA FINAL "
                   "IMPOSSIVEL!"
               GO FIM-SAIDA-OCUPANTE
           END-IF.
           DISPLAY "TITULAR: " AGM-T-NOME(WS-AGM-ACHADA).
           DISPLAY "DATA DE SAIDA (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DATA.
           IF (WS-DATA < 19000101) OR (WS-DATA > WS-HOJE) OR
              (WS-DATA-DIA = 0) THEN
               DISPLAY "DATA INVALIDA!"
               GO FIM-SAIDA-OCUPANTE
           END-IF.
           MOVE WS-DATA-ANOMES TO WS-PERIODO.
      * A fatura final usa o tarifario em vigor no dia da saida.
           MOVE WS-DATA TO WS-TAR-DATA-REF.
      * A chave de AGUA-CONTAS.DAT e conta + periodo: se o mes da saida
      * ja foi faturado, a fatura final nao tem onde ficar.
           MOVE "N" TO WS-JA-FATURADA.
           PERFORM VARYING IDX-AGUA FROM 1 BY 1
               UNTIL IDX-AGUA > WS-NUM-REGISTOS
               IF (AGUA-T-CONTA(IDX-AGUA) = WS-CONTA) AND
                  (AGUA-T-PERIODO(IDX-AGUA) >= WS-PERIODO) THEN
                   MOVE "S" TO WS-JA-FATURADA
               END-IF
           END-PERFORM.
           IF (WS-JA-FATURADA = "S") THEN
               DISPLAY "O PERIODO " WS-PERIODO " JA ESTA FATURADO "
                   "NESTA CONTA - SAIDA NAO REGISTADA."
               GO FIM-SAIDA-OCUPANTE
           END-IF.
           PERFORM APURAR-HISTORICO-CONTA.
           MOVE WS-CONTA TO WS-TRC-PESQUISA.
           MOVE WS-PERIODO TO WS-TRC-PERIODO-LIMITE.
           PERFORM PROCURAR-TROCA-PENDENTE.
           DISPLAY "ULTIMA LEITURA REAL: " WS-LEITURA-ANT
               " (" WS-PERIODO-ANT ")".
           IF (WS-TRC-ACHADA > 0) THEN
               DISPLAY "TROCA DE CONTADOR EM "
                   TRC-T-DATA(WS-TRC-ACHADA) " - LEIA O CONTADOR "
                   TRC-T-SERIE-NOVO(WS-TRC-ACHADA)
           END-IF.
           DISPLAY "LEITURA NA DATA DE SAIDA: " WITH NO ADVANCING.
           ACCEPT WS-LEITURA.
           IF (WS-TRC-ACHADA > 0) THEN
               IF (WS-LEITURA <
                   TRC-T-LEITURA-INICIAL(WS-TRC-ACHADA)) OR
                  (TRC-T-LEITURA-FINAL(WS-TRC-ACHADA) <
                   WS-LEITURA-ANT) THEN
                   DISPLAY "LEITURA INCOERENTE COM A TROCA DE "
                       "CONTADOR - SAIDA NAO REGISTADA."
                   GO FIM-SAIDA-OCUPANTE
               END-IF
               COMPUTE WS-CONSUMO =
                   (TRC-T-LEITURA-FINAL(WS-TRC-ACHADA) -
                    WS-LEITURA-ANT) +
                   (WS-LEITURA - TRC-T-LEITURA-INICIAL(WS-TRC-ACHADA))
           ELSE
               IF (WS-LEITURA < WS-LEITURA-ANT) THEN
                   DISPLAY "LEITURA INFERIOR A ANTERIOR - SAIDA NAO "
                       "REGISTADA."
                   GO FIM-SAIDA-OCUPANTE
               END-IF
               COMPUTE WS-CONSUMO = WS-LEITURA - WS-LEITURA-ANT
           END-IF.
      * Acerto das estimativas faturadas desde a ultima leitura real,
      * como na faturacao mensal.
           MOVE 0 TO WS-CREDITO-ACERTO.
           IF (WS-CONSUMO-ESTIMADO > 0) THEN
               COMPUTE WS-ACERTO-M3 =
                   WS-CONSUMO - WS-CONSUMO-ESTIMADO
               IF (WS-ACERTO-M3 >= 0) THEN
                   MOVE WS-ACERTO-M3 TO WS-CONSUMO
               ELSE
                   MOVE 0 TO WS-CONSUMO
                   MOVE AGM-T-CLASSE(WS-AGM-ACHADA)
                       TO WS-TAR-CLASSE-PEDIDA
                   PERFORM SELECIONAR-TARIFA-CLASSE
                   COMPUTE WS-CREDITO-ACERTO =
                       (0 - WS-ACERTO-M3) * WS-ESC-PRECO(1)
               END-IF
           END-IF.
           PERFORM CALCULAR-FATURA-FINAL.
           PERFORM COMPENSAR-CREDITO-CONTA
               THRU FIM-COMPENSAR-CREDITO-CONTA.
           PERFORM EMITIR-FATURA-FINAL.
           PERFORM TRANSFERIR-DIVIDA.
           PERFORM REGISTAR-REEMBOLSO-SAIDA
               THRU FIM-REGISTAR-REEMBOLSO-SAIDA.
           PERFORM GRAVAR-CONTAS.
           IF (WS-TRC-ACHADA > 0) THEN
               MOVE WS-PERIODO TO TRC-T-PERIODO-FATURA(WS-TRC-ACHADA)
               PERFORM GRAVAR-TROCAS
           END-IF.
           PERFORM FECHAR-OCUPACAO.
           PERFORM GRAVAR-OCUPACOES.
      * Conta desocupada: sem titular, sem NIF e sem mandato de debito
      * direto - nada se cobra ate entrar o novo ocupante.
           MOVE SPACES TO AGM-T-NOME(WS-AGM-ACHADA).
           MOVE 0 TO AGM-T-NIF(WS-AGM-ACHADA).
           MOVE SPACES TO AGM-T-IBAN(WS-AGM-ACHADA).
           MOVE 0 TO AGM-T-DATA-MANDATO(WS-AGM-ACHADA).
           MOVE "N" TO AGM-T-DEBITO-DIRETO(WS-AGM-ACHADA).
           MOVE "C" TO AGM-T-CREDITO-DESTINO(WS-AGM-ACHADA).
           MOVE "V" TO AGM-T-ESTADO(WS-AGM-ACHADA).
           PERFORM GRAVAR-AGUA-MESTRE.
           MOVE TOTAL TO WS-FORMAT.
           DISPLAY "FATURA FINAL AGA-" WS-FATURA-AGUA " DE "
               WS-FORMAT " EMITIDA EM FATURAS-AGUA.TXT".
           MOVE WS-DIVIDA-TRANSFERIDA TO WS-FORMAT.
           DISPLAY "DIVIDA TRANSFERIDA PARA O EX-TITULAR: " WS-FORMAT.
           IF (WS-REEMBOLSO-SAIDA > 0) THEN
               MOVE WS-REEMBOLSO-SAIDA TO WS-FORMAT
               DISPLAY "SALDO CREDOR A REEMBOLSAR AO EX-TITULAR: "
                   WS-FORMAT " (PEDIDO " WS-RMB-ULTIMO-NUMERO ")"
           END-IF.
           DISPLAY "MANDATO DE DEBITO DIRETO ANULADO - CONTA "
               WS-CONTA " DESOCUPADA.".
       FIM-SAIDA-OCUPANTE.
           EXIT.

      * Ultima leitura REAL da conta antes do periodo (base do
      * consumo), consumo estimado faturado desde entao e divida em
      * aberto - as mesmas regras da faturacao mensal.
       APURAR-HISTORICO-CONTA.
           MOVE 0 TO WS-LEITURA-ANT.
           MOVE 0 TO WS-PERIODO-ANT.
           MOVE 0 TO WS-PERIODO-REAL.
           MOVE "N" TO WS-TEM-DIVIDA.
           MOVE 0 TO WS-CONSUMO-ESTIMADO.
           PERFORM VARYING IDX-AGUA FROM 1 BY 1
               UNTIL IDX-AGUA > WS-NUM-REGISTOS
               IF (AGUA-T-CONTA(IDX-AGUA) = WS-CONTA) AND
                  (AGUA-T-PERIODO(IDX-AGUA) < WS-PERIODO) THEN
                   IF (AGUA-T-ESTIMADA(IDX-AGUA) NOT = "S") AND
                      (AGUA-T-PERIODO(IDX-AGUA) >= WS-PERIODO-ANT)
                       THEN
                       MOVE AGUA-T-PERIODO(IDX-AGUA)
                           TO WS-PERIODO-ANT
                       MOVE AGUA-T-LEITURA-ATU(IDX-AGUA)
                           TO WS-LEITURA-ANT
                       MOVE AGUA-T-PERIODO(IDX-AGUA)
                           TO WS-PERIODO-REAL
                   END-IF
                   IF (AGUA-T-PAGO(IDX-AGUA) = "N") THEN
                       MOVE "S" TO WS-TEM-DIVIDA
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX-AGUA FROM 1 BY 1
               UNTIL IDX-AGUA > WS-NUM-REGISTOS
               IF (AGUA-T-CONTA(IDX-AGUA) = WS-CONTA) AND
                  (AGUA-T-ESTIMADA(IDX-AGUA) = "S") AND
                  (AGUA-T-PERIODO(IDX-AGUA) > WS-PERIODO-REAL) AND
                  (AGUA-T-PERIODO(IDX-AGUA) < WS-PERIODO) THEN
                   ADD AGUA-T-CONSUMO(IDX-AGUA)
                       TO WS-CONSUMO-ESTIMADO
               END-IF
           END-PERFORM.

      * Escaloes e taxas da classe da conta; a tarifa de
      * disponibilidade paga so os dias do mes ate a saida.
       CALCULAR-FATURA-FINAL.
           MOVE AGM-T-CLASSE(WS-AGM-ACHADA) TO WS-CLASSE-CONTA.
           IF (WS-CLASSE-CONTA = SPACES) THEN
               MOVE "D" TO WS-CLASSE-CONTA
           END-IF.
           MOVE WS-CLASSE-CONTA TO WS-TAR-CLASSE-PEDIDA.
           PERFORM SELECIONAR-TARIFA-CLASSE.
           COMPUTE WS-PRIMEIRO-MES =
               (WS-DATA-ANO * 10000) + (WS-DATA-MES * 100) + 1.
           IF (WS-DATA-MES = 12) THEN
               COMPUTE WS-PRIMEIRO-SEGUINTE =
                   (WS-DATA-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-PRIMEIRO-SEGUINTE = WS-PRIMEIRO-MES + 100
           END-IF.
           COMPUTE WS-DIAS-MES =
               FUNCTION INTEGER-OF-DATE(WS-PRIMEIRO-SEGUINTE) -
               FUNCTION INTEGER-OF-DATE(WS-PRIMEIRO-MES).
           COMPUTE WS-DISPONIBILIDADE ROUNDED =
               (WS-TAR-DISPONIBILIDADE * WS-DATA-DIA) / WS-DIAS-MES.
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
           COMPUTE TOTAL = VALOR-CONSUMO + WS-DISPONIBILIDADE +
               VALOR-SANEAMENTO + WS-TAR-RESIDUOS.
           MOVE 0 TO PENALIZACAO.
           IF (WS-TEM-DIVIDA = "S") THEN
               COMPUTE PENALIZACAO = TOTAL * 0.10
               ADD PENALIZACAO TO TOTAL
           END-IF.
      * O credito por estimativa que excede a fatura fica como valor
      * ja pago dela, como na faturacao mensal.
           MOVE 0 TO WS-CREDITO-SOBRA.
           IF (WS-CREDITO-ACERTO > 0) THEN
               IF (WS-CREDITO-ACERTO > TOTAL) THEN
                   COMPUTE WS-CREDITO-SOBRA =
                       WS-CREDITO-ACERTO - TOTAL
                   MOVE TOTAL TO WS-CREDITO-ACERTO
               END-IF
               SUBTRACT WS-CREDITO-ACERTO FROM TOTAL
           END-IF.
           COMPUTE VALOR-IVA ROUNDED = TOTAL * WS-TAR-IVA-PCT.
           ADD VALOR-IVA TO TOTAL.

      * Saldo credor da conta (o pago a mais nas faturas liquidadas):
      * abate sempre na fatura final, seja qual for a opcao do mestre,
      * gastando primeiro o credito das faturas mais antigas.
       COMPENSAR-CREDITO-CONTA.
           MOVE 0 TO WS-CREDITO-USADO.
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

       EMITIR-FATURA-FINAL.
           PERFORM GERAR-REFERENCIA-MB.
           PERFORM RESERVAR-FATURA-AGUA.
           ADD 1 TO WS-NUM-REGISTOS.
           MOVE WS-CONTA TO AGUA-T-CONTA(WS-NUM-REGISTOS).
           MOVE WS-PERIODO TO AGUA-T-PERIODO(WS-NUM-REGISTOS).
           MOVE WS-CONSUMO TO AGUA-T-CONSUMO(WS-NUM-REGISTOS).
           MOVE TOTAL TO AGUA-T-TOTAL(WS-NUM-REGISTOS).
           MOVE "N" TO AGUA-T-PAGO(WS-NUM-REGISTOS).
           MOVE WS-LEITURA-ANT TO AGUA-T-LEITURA-ANT(WS-NUM-REGISTOS).
           MOVE WS-LEITURA TO AGUA-T-LEITURA-ATU(WS-NUM-REGISTOS).
           COMPUTE WS-PAGO-FATURA = WS-CREDITO-SOBRA + WS-CREDITO-USADO.
           MOVE WS-PAGO-FATURA TO AGUA-T-PAGO-VALOR(WS-NUM-REGISTOS).
           IF (WS-PAGO-FATURA >= TOTAL) THEN
               MOVE "S" TO AGUA-T-PAGO(WS-NUM-REGISTOS)
           END-IF.
           MOVE WS-DISPONIBILIDADE TO AGUA-T-DISPON(WS-NUM-REGISTOS).
           MOVE VALOR-SANEAMENTO TO AGUA-T-SANEAMENTO(WS-NUM-REGISTOS).
           MOVE WS-TAR-RESIDUOS TO AGUA-T-RESIDUOS(WS-NUM-REGISTOS).
           MOVE VALOR-IVA TO AGUA-T-IVA(WS-NUM-REGISTOS).
           MOVE "N" TO AGUA-T-ESTIMADA(WS-NUM-REGISTOS).
           MOVE WS-REF-MB TO AGUA-T-REFERENCIA(WS-NUM-REGISTOS).
           MOVE WS-FATURA-AGUA TO AGUA-T-FATURA-NUM(WS-NUM-REGISTOS).
           MOVE SPACES TO WS-FATURAS-STATUS.
           OPEN EXTEND FATURAS-AGUA.
           IF (WS-FATURAS-STATUS = "35") THEN
               OPEN OUTPUT FATURAS-AGUA
           END-IF.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO FATURA-LINHA
               WRITE FATURA-LINHA
           END-IF.
           MOVE "============================================"
               TO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE SPACES TO FATURA-LINHA.
           STRING "FATURA FINAL DE AGUA - CONTA " WS-CONTA
               DELIMITED BY SIZE INTO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE SPACES TO FATURA-LINHA.
           STRING "FATURA N. AGA-" WS-FATURA-AGUA "  PERIODO "
               WS-PERIODO
               DELIMITED BY SIZE INTO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE WS-FH-LINHA-CODIGO TO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE WS-FH-LINHA-ATCUD TO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE SPACES TO FATURA-LINHA.
           MOVE SPACES TO FATURA-LINHA.
           STRING "TITULAR: " AGM-T-NOME(WS-AGM-ACHADA)
               DELIMITED BY SIZE INTO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE SPACES TO FATURA-LINHA.
           IF (AGM-T-NIF(WS-AGM-ACHADA) IS NUMERIC) AND
              (AGM-T-NIF(WS-AGM-ACHADA) > 0) THEN
               STRING "NIF DO CLIENTE: " AGM-T-NIF(WS-AGM-ACHADA)
                   DELIMITED BY SIZE INTO FATURA-LINHA
           ELSE
               MOVE "CONSUMIDOR FINAL" TO FATURA-LINHA
           END-IF.
           WRITE FATURA-LINHA.
           MOVE SPACES TO FATURA-LINHA.
           STRING "SAIDA DO TITULAR EM " WS-DATA
               DELIMITED BY SIZE INTO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE SPACES TO FATURA-LINHA.
           IF (WS-TRC-ACHADA > 0) THEN
               STRING "CONTADOR " TRC-T-SERIE-ANTIGO(WS-TRC-ACHADA)
                   ": " WS-LEITURA-ANT " -> "
                   TRC-T-LEITURA-FINAL(WS-TRC-ACHADA)
                   DELIMITED BY SIZE INTO FATURA-LINHA
               WRITE FATURA-LINHA
               MOVE SPACES TO FATURA-LINHA
               STRING "CONTADOR " TRC-T-SERIE-NOVO(WS-TRC-ACHADA)
                   ": " TRC-T-LEITURA-INICIAL(WS-TRC-ACHADA) " -> "
                   WS-LEITURA
                   DELIMITED BY SIZE INTO FATURA-LINHA
           ELSE
               STRING "LEITURAS: " WS-LEITURA-ANT " -> " WS-LEITURA
                   DELIMITED BY SIZE INTO FATURA-LINHA
           END-IF.
           WRITE FATURA-LINHA.
           IF (WS-CONSUMO-ESTIMADO > 0) THEN
               MOVE SPACES TO FATURA-LINHA
               MOVE WS-CONSUMO-ESTIMADO TO WS-FORMAT
               STRING "ACERTO DE ESTIMATIVAS ANTERIORES (M3): "
                   WS-FORMAT
                   DELIMITED BY SIZE INTO FATURA-LINHA
               WRITE FATURA-LINHA
           END-IF.
           IF (WS-CREDITO-ACERTO > 0) THEN
               MOVE SPACES TO FATURA-LINHA
               MOVE WS-CREDITO-ACERTO TO WS-FORMAT
               STRING "CREDITO POR ESTIMATIVA EM EXCESSO: " WS-FORMAT
                   DELIMITED BY SIZE INTO FATURA-LINHA
               WRITE FATURA-LINHA
           END-IF.
           MOVE SPACES TO FATURA-LINHA.
           MOVE WS-CONSUMO TO WS-FORMAT.
           STRING "CONSUMO (M3): " WS-FORMAT
               DELIMITED BY SIZE INTO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE SPACES TO FATURA-LINHA.
           MOVE VALOR-CONSUMO TO WS-FORMAT.
           STRING "CONSUMO DE AGUA:        " WS-FORMAT
               DELIMITED BY SIZE INTO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE SPACES TO FATURA-LINHA.
           MOVE WS-DISPONIBILIDADE TO WS-FORMAT.
           STRING "DISPONIBILIDADE " WS-DATA-DIA "/" WS-DIAS-MES
               " DIAS:" WS-FORMAT
               DELIMITED BY SIZE INTO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE SPACES TO FATURA-LINHA.
           MOVE VALOR-SANEAMENTO TO WS-FORMAT.
           STRING "SANEAMENTO:             " WS-FORMAT
               DELIMITED BY SIZE INTO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE SPACES TO FATURA-LINHA.
           MOVE WS-TAR-RESIDUOS TO WS-FORMAT.
           STRING "RESIDUOS:               " WS-FORMAT
               DELIMITED BY SIZE INTO FATURA-LINHA.
           WRITE FATURA-LINHA.
           IF (PENALIZACAO > 0) THEN
               MOVE SPACES TO FATURA-LINHA
               MOVE PENALIZACAO TO WS-FORMAT
               STRING "PENALIZACAO POR DIVIDA: " WS-FORMAT
                   DELIMITED BY SIZE INTO FATURA-LINHA
               WRITE FATURA-LINHA
           END-IF.
           MOVE SPACES TO FATURA-LINHA.
           MOVE VALOR-IVA TO WS-FORMAT.
           STRING "IVA (TAXA REDUZIDA 6%): " WS-FORMAT
               DELIMITED BY SIZE INTO FATURA-LINHA.
           WRITE FATURA-LINHA.
           MOVE SPACES TO FATURA-LINHA.
           MOVE TOTAL TO WS-FORMAT.
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
           MOVE SPACES TO FATURA-LINHA.
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

      * Tudo o que a conta deve (incluindo a fatura final) passa para
      * a ficha de quem sai: as faturas ficam marcadas T e continuam a
      * poder ser pagas no balcao ou por referencia MB.
       TRANSFERIR-DIVIDA.
           MOVE 0 TO WS-DIVIDA-TRANSFERIDA.
           PERFORM VARYING IDX-AGUA FROM 1 BY 1
               UNTIL IDX-AGUA > WS-NUM-REGISTOS
               IF (AGUA-T-CONTA(IDX-AGUA) = WS-CONTA) AND
                  (AGUA-T-PAGO(IDX-AGUA) = "N") THEN
                   COMPUTE WS-EM-FALTA = AGUA-T-TOTAL(IDX-AGUA) -
                       AGUA-T-PAGO-VALOR(IDX-AGUA)
                   ADD WS-EM-FALTA TO WS-DIVIDA-TRANSFERIDA
                   MOVE "T" TO AGUA-T-PAGO(IDX-AGUA)
               END-IF
           END-PERFORM.

      * O saldo credor que a fatura final nao gastou pertence a quem
      * sai: sai das faturas da conta (o novo ocupante nao o herda) e
      * fica um pedido de reembolso pendente com o nome e o IBAN da
      * ficha, antes de o mestre os limpar. Sem lugar no registo de
      * reembolsos, o credito fica na conta e avisa-se.
       REGISTAR-REEMBOLSO-SAIDA.
           MOVE 0 TO WS-REEMBOLSO-SAIDA.
           PERFORM VARYING IDX-CRD FROM 1 BY 1
               UNTIL IDX-CRD > WS-NUM-REGISTOS
               IF (AGUA-T-CONTA(IDX-CRD) = WS-CONTA) AND
                  (AGUA-T-PAGO(IDX-CRD) = "S") AND
                  (AGUA-T-PAGO-VALOR(IDX-CRD) > AGUA-T-TOTAL(IDX-CRD))
                   THEN
                   COMPUTE WS-REEMBOLSO-SAIDA = WS-REEMBOLSO-SAIDA +
                       AGUA-T-PAGO-VALOR(IDX-CRD) -
                       AGUA-T-TOTAL(IDX-CRD)
               END-IF
           END-PERFORM.
           IF (WS-REEMBOLSO-SAIDA = 0) THEN
               GO FIM-REGISTAR-REEMBOLSO-SAIDA
           END-IF.
           IF (WS-NUM-REEMBOLSOS >= 300) OR
              (WS-REEMBOLSO-SAIDA > 999999.99) THEN
               DISPLAY "REGISTO DE REEMBOLSOS CHEIO - O SALDO CREDOR "
                   "FICA NA CONTA " WS-CONTA "."
               MOVE 0 TO WS-REEMBOLSO-SAIDA
               GO FIM-REGISTAR-REEMBOLSO-SAIDA
           END-IF.
           PERFORM VARYING IDX-CRD FROM 1 BY 1
               UNTIL IDX-CRD > WS-NUM-REGISTOS
               IF (AGUA-T-CONTA(IDX-CRD) = WS-CONTA) AND
                  (AGUA-T-PAGO(IDX-CRD) = "S") AND
                  (AGUA-T-PAGO-VALOR(IDX-CRD) > AGUA-T-TOTAL(IDX-CRD))
                   THEN
                   MOVE AGUA-T-TOTAL(IDX-CRD)
                       TO AGUA-T-PAGO-VALOR(IDX-CRD)
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NUM-REEMBOLSOS.
           ADD 1 TO WS-RMB-ULTIMO-NUMERO.
           MOVE WS-NUM-REEMBOLSOS TO IDX-RMB.
           MOVE WS-RMB-ULTIMO-NUMERO TO RMB-T-NUMERO(IDX-RMB).
           MOVE WS-CONTA TO RMB-T-CONTA(IDX-RMB).
           MOVE AGM-T-NOME(WS-AGM-ACHADA) TO RMB-T-NOME(IDX-RMB).
           MOVE AGM-T-IBAN(WS-AGM-ACHADA) TO RMB-T-IBAN(IDX-RMB).
           MOVE WS-REEMBOLSO-SAIDA TO RMB-T-VALOR(IDX-RMB).
           MOVE "S" TO RMB-T-ORIGEM(IDX-RMB).
           MOVE WS-HOJE TO RMB-T-DATA-PEDIDO(IDX-RMB).
           MOVE SPACES TO RMB-T-OPERADOR(IDX-RMB).
           MOVE "P" TO RMB-T-ESTADO(IDX-RMB).
           MOVE 0 TO RMB-T-DATA-EMISSAO(IDX-RMB).
           MOVE 0 TO RMB-T-RECIBO(IDX-RMB).
           MOVE SPACES TO RMB-T-APROVADO-POR(IDX-RMB).
           PERFORM GRAVAR-REEMBOLSOS.
       FIM-REGISTAR-REEMBOLSO-SAIDA.
           EXIT.

      * Fecha a ocupacao em curso; uma conta sem registo de ocupantes
      * (anterior a este cadastro) ganha aqui a ficha do titular que
      * sai, com entrada desconhecida.
       FECHAR-OCUPACAO.
           MOVE WS-CONTA TO WS-OCP-PESQUISA.
           PERFORM PROCURAR-OCUPACAO-ATIVA.
           IF (WS-OCP-ACHADA = 0) THEN
               ADD 1 TO WS-NUM-OCUPACOES
               MOVE WS-NUM-OCUPACOES TO WS-OCP-ACHADA
               MOVE WS-CONTA TO OCP-T-CONTA(WS-OCP-ACHADA)
               MOVE AGM-T-NOME(WS-AGM-ACHADA)
                   TO OCP-T-NOME(WS-OCP-ACHADA)
               MOVE AGM-T-NIF(WS-AGM-ACHADA)
                   TO OCP-T-NIF(WS-OCP-ACHADA)
               MOVE AGM-T-CLASSE(WS-AGM-ACHADA)
                   TO OCP-T-CLASSE(WS-OCP-ACHADA)
               MOVE AGM-T-IBAN(WS-AGM-ACHADA)
                   TO OCP-T-IBAN(WS-OCP-ACHADA)
               MOVE 0 TO OCP-T-DATA-INICIO(WS-OCP-ACHADA)
               MOVE 0 TO OCP-T-LEITURA-INICIO(WS-OCP-ACHADA)
           END-IF.
           MOVE WS-DATA TO OCP-T-DATA-FIM(WS-OCP-ACHADA).
           MOVE WS-LEITURA TO OCP-T-LEITURA-FIM(WS-OCP-ACHADA).
           MOVE WS-DIVIDA-TRANSFERIDA TO OCP-T-DIVIDA(WS-OCP-ACHADA).
           MOVE WS-FATURA-AGUA TO OCP-T-FATURA-FINAL(WS-OCP-ACHADA).

      * Entrada: o novo titular parte da leitura de saida do anterior,
      * com o seu NIF, classe de tarifa e IBAN. A primeira fatura e a
      * do periodo seguinte ao da fatura final.
       ENTRADA-OCUPANTE.
           DISPLAY "CONTA: " WITH NO ADVANCING.
           ACCEPT WS-CONTA.
           IF (WS-CONTA = SPACES) THEN
               DISPLAY "CONTA OBRIGATORIA!"
               GO FIM-ENTRADA-OCUPANTE
           END-IF.
           MOVE WS-CONTA TO WS-AGM-PESQUISA.
           PERFORM PROCURAR-AGUA-MESTRE.
           IF (WS-AGM-ACHADA > 0) THEN
               IF (AGM-T-ESTADO(WS-AGM-ACHADA) NOT = "V") THEN
                   DISPLAY "CONTA OCUPADA POR "
                       AGM-T-NOME(WS-AGM-ACHADA)
                       " - REGISTE PRIMEIRO A SAIDA."
                   GO FIM-ENTRADA-OCUPANTE
               END-IF
           ELSE
               IF (WS-NUM-AGUA-MESTRE >= 200) THEN
                   DISPLAY "MESTRE DE CONTAS CHEIO!"
                   GO FIM-ENTRADA-OCUPANTE
               END-IF
           END-IF.
           IF (WS-NUM-OCUPACOES >= 300) THEN
               DISPLAY "REGISTO DE OCUPACOES CHEIO!"
               GO FIM-ENTRADA-OCUPANTE
           END-IF.
      * Leitura de partida: a de saida do ultimo ocupante; numa conta
      * nova, a ultima leitura faturada (ou zero).
           MOVE 0 TO WS-OCP-ULTIMA.
           MOVE 0 TO WS-DATA-FIM-ULTIMA.
           PERFORM VARYING IDX-OCP FROM 1 BY 1
               UNTIL IDX-OCP > WS-NUM-OCUPACOES
               IF (OCP-T-CONTA(IDX-OCP) = WS-CONTA) AND
                  (OCP-T-DATA-FIM(IDX-OCP) >= WS-DATA-FIM-ULTIMA) THEN
                   MOVE IDX-OCP TO WS-OCP-ULTIMA
                   MOVE OCP-T-DATA-FIM(IDX-OCP) TO WS-DATA-FIM-ULTIMA
               END-IF
           END-PERFORM.
           IF (WS-OCP-ULTIMA > 0) THEN
               MOVE OCP-T-LEITURA-FIM(WS-OCP-ULTIMA) TO WS-LEITURA
               DISPLAY "SAIDA DE " OCP-T-NOME(WS-OCP-ULTIMA)
                   " EM " WS-DATA-FIM-ULTIMA
           ELSE
               MOVE 0 TO WS-LEITURA
               MOVE 0 TO WS-PERIODO-ANT
               PERFORM VARYING IDX-AGUA FROM 1 BY 1
                   UNTIL IDX-AGUA > WS-NUM-REGISTOS
                   IF (AGUA-T-CONTA(IDX-AGUA) = WS-CONTA) AND
                      (AGUA-T-PERIODO(IDX-AGUA) >= WS-PERIODO-ANT) THEN
                       MOVE AGUA-T-PERIODO(IDX-AGUA) TO WS-PERIODO-ANT
                       MOVE AGUA-T-LEITURA-ATU(IDX-AGUA) TO WS-LEITURA
                   END-IF
               END-PERFORM
           END-IF.
           DISPLAY "LEITURA DE ENTRADA: " WS-LEITURA.
           DISPLAY "DATA DE ENTRADA (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DATA.
           IF (WS-DATA < 19000101) OR (WS-DATA-DIA = 0) OR
              (WS-DATA < WS-DATA-FIM-ULTIMA) THEN
               DISPLAY "DATA INVALIDA OU ANTERIOR A SAIDA DO ULTIMO "
                   "OCUPANTE!"
               GO FIM-ENTRADA-OCUPANTE
           END-IF.
           IF (WS-AGM-ACHADA = 0) THEN
               ADD 1 TO WS-NUM-AGUA-MESTRE
               MOVE WS-NUM-AGUA-MESTRE TO WS-AGM-ACHADA
               MOVE WS-CONTA TO AGM-T-CONTA(WS-AGM-ACHADA)
               MOVE SPACES TO AGM-T-ZONA(WS-AGM-ACHADA)
               MOVE SPACES TO AGM-T-MORADA(WS-AGM-ACHADA)
               MOVE 0 TO AGM-T-ORDEM-ROTA(WS-AGM-ACHADA)
           END-IF.
           DISPLAY "TITULAR: " WITH NO ADVANCING.
           ACCEPT AGM-T-NOME(WS-AGM-ACHADA).
       LER-NIF-OCUPANTE.
           DISPLAY "NIF DO TITULAR: " WITH NO ADVANCING.
           ACCEPT WS-NIF-VERIFICA.
           PERFORM VALIDAR-NIF.
           IF (WS-NIF-VALIDO = "N") THEN
               DISPLAY "NIF INVALIDO!"
               GO LER-NIF-OCUPANTE
           END-IF.
           MOVE WS-NIF-VERIFICA TO AGM-T-NIF(WS-AGM-ACHADA).
       LER-CLASSE-OCUPANTE.
           DISPLAY "CLASSE (D=DOMESTICA C=COMERCIAL S=SOCIAL): "
               WITH NO ADVANCING.
           ACCEPT WS-CLASSE-CONTA.
           MOVE FUNCTION UPPER-CASE(WS-CLASSE-CONTA) TO WS-CLASSE-CONTA.
           IF (NOT VALIDAR-CLASSE-OCP) THEN
               DISPLAY "CLASSE INVALIDA!"
               GO LER-CLASSE-OCUPANTE
           END-IF.
           MOVE WS-CLASSE-CONTA TO AGM-T-CLASSE(WS-AGM-ACHADA).
           DISPLAY "DEBITO DIRETO? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-DEBITO.
           MOVE FUNCTION UPPER-CASE(WS-DEBITO) TO WS-DEBITO.
           IF (WS-DEBITO = "S") THEN
               MOVE "S" TO AGM-T-DEBITO-DIRETO(WS-AGM-ACHADA)
               DISPLAY "IBAN: " WITH NO ADVANCING
               ACCEPT AGM-T-IBAN(WS-AGM-ACHADA)
               DISPLAY "DATA DO MANDATO (AAAAMMDD): "
                   WITH NO ADVANCING
               ACCEPT AGM-T-DATA-MANDATO(WS-AGM-ACHADA)
           ELSE
               MOVE "N" TO AGM-T-DEBITO-DIRETO(WS-AGM-ACHADA)
               MOVE SPACES TO AGM-T-IBAN(WS-AGM-ACHADA)
               MOVE 0 TO AGM-T-DATA-MANDATO(WS-AGM-ACHADA)
           END-IF.
           MOVE "C" TO AGM-T-CREDITO-DESTINO(WS-AGM-ACHADA).
           MOVE SPACE TO AGM-T-ESTADO(WS-AGM-ACHADA).
           ADD 1 TO WS-NUM-OCUPACOES.
           MOVE WS-NUM-OCUPACOES TO IDX-OCP.
           MOVE WS-CONTA TO OCP-T-CONTA(IDX-OCP).
           MOVE AGM-T-NOME(WS-AGM-ACHADA) TO OCP-T-NOME(IDX-OCP).
           MOVE AGM-T-NIF(WS-AGM-ACHADA) TO OCP-T-NIF(IDX-OCP).
           MOVE AGM-T-CLASSE(WS-AGM-ACHADA) TO OCP-T-CLASSE(IDX-OCP).
           MOVE AGM-T-IBAN(WS-AGM-ACHADA) TO OCP-T-IBAN(IDX-OCP).
           MOVE WS-DATA TO OCP-T-DATA-INICIO(IDX-OCP).
           MOVE WS-LEITURA TO OCP-T-LEITURA-INICIO(IDX-OCP).
           MOVE 0 TO OCP-T-DATA-FIM(IDX-OCP).
           MOVE 0 TO OCP-T-LEITURA-FIM(IDX-OCP).
           MOVE 0 TO OCP-T-DIVIDA(IDX-OCP).
           MOVE 0 TO OCP-T-FATURA-FINAL(IDX-OCP).
           PERFORM GRAVAR-OCUPACOES.
           PERFORM GRAVAR-AGUA-MESTRE.
           DISPLAY "NOVO OCUPANTE REGISTADO NA CONTA " WS-CONTA
               " A PARTIR DA LEITURA " WS-LEITURA ".".
       FIM-ENTRADA-OCUPANTE.
           EXIT.

      * Historico separado por ocupante: cada fatura pertence a
      * ocupacao cujo intervalo de periodos a contem; a fatura final
      * de uma ocupacao nunca aparece na seguinte, mesmo no mesmo mes.
       HISTORICO-CONTA.
           DISPLAY "CONTA: " WITH NO ADVANCING.
           ACCEPT WS-CONTA.
           MOVE 0 TO WS-LINHAS.
           PERFORM VARYING IDX-OCP FROM 1 BY 1
               UNTIL IDX-OCP > WS-NUM-OCUPACOES
               IF (OCP-T-CONTA(IDX-OCP) = WS-CONTA) THEN
                   ADD 1 TO WS-LINHAS
                   PERFORM LISTAR-OCUPACAO
               END-IF
           END-PERFORM.
           IF (WS-LINHAS = 0) THEN
               DISPLAY "CONTA SEM MUDANCAS DE OCUPANTE REGISTADAS:"
               DISPLAY "PERIODO FATURA  CONSUMO      TOTAL     P"
               PERFORM VARYING IDX-AGUA FROM 1 BY 1
                   UNTIL IDX-AGUA > WS-NUM-REGISTOS
                   IF (AGUA-T-CONTA(IDX-AGUA) = WS-CONTA) THEN
                       PERFORM MOSTRAR-FATURA
                   END-IF
               END-PERFORM
           END-IF.

       LISTAR-OCUPACAO.
           DISPLAY "-----------------------------------------------".
           DISPLAY "OCUPANTE: " OCP-T-NOME(IDX-OCP)
               " NIF " OCP-T-NIF(IDX-OCP).
           IF (OCP-T-DATA-FIM(IDX-OCP) = 0) THEN
               DISPLAY "DE " OCP-T-DATA-INICIO(IDX-OCP)
                   " (LEITURA " OCP-T-LEITURA-INICIO(IDX-OCP)
                   ") ATE HOJE - OCUPANTE ATUAL"
           ELSE
               MOVE OCP-T-DIVIDA(IDX-OCP) TO WS-FORMAT
               DISPLAY "DE " OCP-T-DATA-INICIO(IDX-OCP)
                   " (LEITURA " OCP-T-LEITURA-INICIO(IDX-OCP)
                   ") A " OCP-T-DATA-FIM(IDX-OCP)
                   " (LEITURA " OCP-T-LEITURA-FIM(IDX-OCP) ")"
               DISPLAY "FATURA FINAL AGA-"
                   OCP-T-FATURA-FINAL(IDX-OCP)
                   "  DIVIDA TRANSFERIDA: " WS-FORMAT
           END-IF.
           DISPLAY "PERIODO FATURA  CONSUMO      TOTAL     P".
           COMPUTE WS-PER-INI = OCP-T-DATA-INICIO(IDX-OCP) / 100.
           IF (OCP-T-DATA-FIM(IDX-OCP) = 0) THEN
               MOVE 999999 TO WS-PER-FIM
           ELSE
               COMPUTE WS-PER-FIM = OCP-T-DATA-FIM(IDX-OCP) / 100
           END-IF.
           PERFORM VARYING IDX-AGUA FROM 1 BY 1
               UNTIL IDX-AGUA > WS-NUM-REGISTOS
               IF (AGUA-T-CONTA(IDX-AGUA) = WS-CONTA) THEN
                   PERFORM VERIFICAR-FATURA-OCUPACAO
                   IF (WS-DA-OCUPACAO = "S") THEN
                       PERFORM MOSTRAR-FATURA
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICAR-FATURA-OCUPACAO.
           MOVE "N" TO WS-DA-OCUPACAO.
           IF (AGUA-T-FATURA-NUM(IDX-AGUA) =
               OCP-T-FATURA-FINAL(IDX-OCP)) AND
              (OCP-T-FATURA-FINAL(IDX-OCP) > 0) THEN
               MOVE "S" TO WS-DA-OCUPACAO
           ELSE
               IF (AGUA-T-PERIODO(IDX-AGUA) >= WS-PER-INI) AND
                  (AGUA-T-PERIODO(IDX-AGUA) <= WS-PER-FIM) THEN
                   MOVE "S" TO WS-DA-OCUPACAO
                   PERFORM VARYING IDX-OUTRA FROM 1 BY 1
                       UNTIL IDX-OUTRA > WS-NUM-OCUPACOES
                       IF (OCP-T-CONTA(IDX-OUTRA) = WS-CONTA) AND
                          (IDX-OUTRA NOT = IDX-OCP) AND
                          (OCP-T-FATURA-FINAL(IDX-OUTRA) =
                           AGUA-T-FATURA-NUM(IDX-AGUA)) AND
                          (OCP-T-FATURA-FINAL(IDX-OUTRA) > 0) THEN
                           MOVE "N" TO WS-DA-OCUPACAO
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       MOSTRAR-FATURA.
           MOVE AGUA-T-CONSUMO(IDX-AGUA) TO WS-FORMAT.
           MOVE AGUA-T-TOTAL(IDX-AGUA) TO WS-FORMAT2.
           DISPLAY AGUA-T-PERIODO(IDX-AGUA) "  "
               AGUA-T-FATURA-NUM(IDX-AGUA) " " WS-FORMAT " "
               WS-FORMAT2 " " AGUA-T-PAGO(IDX-AGUA).

      * Ex-titulares com divida transferida na saida e o que ainda
      * falta pagar das faturas que levaram (marcadas T).
       LISTAR-DIVIDAS-EX-TITULARES.
           MOVE 0 TO WS-LINHAS.
           DISPLAY "CONTA      EX-TITULAR                     SAIDA    "
               "  TRANSFERIDA  EM DIVIDA".
           PERFORM VARYING IDX-OCP FROM 1 BY 1
               UNTIL IDX-OCP > WS-NUM-OCUPACOES
               IF (OCP-T-DATA-FIM(IDX-OCP) > 0) AND
                  (OCP-T-DIVIDA(IDX-OCP) > 0) THEN
                   MOVE OCP-T-CONTA(IDX-OCP) TO WS-CONTA
                   COMPUTE WS-PER-INI =
                       OCP-T-DATA-INICIO(IDX-OCP) / 100
                   COMPUTE WS-PER-FIM = OCP-T-DATA-FIM(IDX-OCP) / 100
                   MOVE 0 TO WS-EM-DIVIDA
                   PERFORM VARYING IDX-AGUA FROM 1 BY 1
                       UNTIL IDX-AGUA > WS-NUM-REGISTOS
                       IF (AGUA-T-CONTA(IDX-AGUA) = WS-CONTA) AND
                          (AGUA-T-PAGO(IDX-AGUA) = "T") THEN
                           PERFORM VERIFICAR-FATURA-OCUPACAO
                           IF (WS-DA-OCUPACAO = "S") THEN
                               COMPUTE WS-EM-FALTA =
                                   AGUA-T-TOTAL(IDX-AGUA) -
                                   AGUA-T-PAGO-VALOR(IDX-AGUA)
                               ADD WS-EM-FALTA TO WS-EM-DIVIDA
                           END-IF
                       END-IF
                   END-PERFORM
                   ADD 1 TO WS-LINHAS
                   MOVE OCP-T-DIVIDA(IDX-OCP) TO WS-FORMAT
                   MOVE WS-EM-DIVIDA TO WS-FORMAT2
                   DISPLAY WS-CONTA " " OCP-T-NOME(IDX-OCP) " "
                       OCP-T-DATA-FIM(IDX-OCP) " " WS-FORMAT " "
                       WS-FORMAT2
               END-IF
           END-PERFORM.
           DISPLAY WS-LINHAS " EX-TITULAR(ES) COM DIVIDA TRANSFERIDA.".

      * Serie legal de faturas da agua (AGA) - o mesmo contador da
      * faturacao mensal; a fatura final e mais um numero da serie.
       RESERVAR-FATURA-AGUA.
           MOVE 0 TO WS-FATURA-AGUA.
           MOVE SPACES TO WS-CTR-FATURA-STATUS.
           OPEN INPUT FICHEIRO-CTR-FATURA.
           IF (WS-CTR-FATURA-STATUS = "00") THEN
               READ FICHEIRO-CTR-FATURA
                   NOT AT END MOVE REG-CTR-FATURA TO WS-FATURA-AGUA
               END-READ
           END-IF.
           CLOSE FICHEIRO-CTR-FATURA.
           ADD 1 TO WS-FATURA-AGUA.
           OPEN OUTPUT FICHEIRO-CTR-FATURA.
           MOVE WS-FATURA-AGUA TO REG-CTR-FATURA.
           WRITE REG-CTR-FATURA.
           CLOSE FICHEIRO-CTR-FATURA.
           MOVE "AGA" TO WS-FH-SERIE.
           MOVE WS-FATURA-AGUA TO WS-FH-NUMERO.
           COMPUTE WS-FH-DATA = (WS-PERIODO * 100) + 1.
           MOVE TOTAL TO WS-FH-TOTAL.
           PERFORM ENCADEAR-FATURA.

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
                           ELSE
                               MOVE "S" TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AGUA
           END-IF.
           PERFORM FOTOGRAFAR-TAB-AGUA.

       GRAVAR-CONTAS.
           PERFORM JORNALIZAR-TAB-AGUA.
           OPEN OUTPUT FICHEIRO-AGUA.
           PERFORM VARYING IDX-AGUA FROM 1 BY 1
               UNTIL IDX-AGUA > WS-NUM-REGISTOS
               MOVE AGUA-ITEM(IDX-AGUA) TO REG-LEITURA-AGUA
               WRITE REG-LEITURA-AGUA
           END-PERFORM.
           CLOSE FICHEIRO-AGUA.

       COPY "TARIFARIO-AGUA-PROC.cpy".

       COPY "AGUA-MESTRE-PROC.cpy".

       COPY "REFMB-PROC.cpy".

       COPY "OCUPACOES-AGUA-PROC.cpy".

       COPY "TROCAS-CONTADOR-PROC.cpy".

       COPY "REEMBOLSOS-AGUA-PROC.cpy".

       COPY "NIF-PROC.cpy".

       COPY "FATURA-HASH-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       COPY "JORNAL-TAB-AGUA-PROC.cpy".

       END PROGRAM T01_11-OCUPANTES.
