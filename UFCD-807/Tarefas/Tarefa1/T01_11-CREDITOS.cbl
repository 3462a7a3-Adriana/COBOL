      ******************************************************************
      * Author:
      * Date:
      * Purpose: Saldos credores da agua - o que se pagou a mais nas
      *          faturas liquidadas de AGUA-CONTAS.DAT (pagamentos em
      *          duplicado, acertos de estimativas). Lista os saldos
      *          por conta (CREDITOS-AGUA.TXT), regista pedidos de
      *          reembolso e emite-os por transferencia para o IBAN
      *          da ficha em AGUA-MESTRE.DAT: ficheiro de transferencias
      *          SEPA (REEMBOLSOS-SEPA.TXT), recibo numerado em
      *          RECIBOS-AGUA.TXT e registo de auditoria em
      *          REEMBOLSOS-AGUA.DAT. Acima do limite, o reembolso
      *          exige a aprovacao de um gestor. As contas com opcao
      *          de compensacao abatem o saldo na fatura seguinte.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T01_11-CREDITOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AGUA-SELECT.cpy".
           COPY "AGUA-MESTRE-SELECT.cpy".
           COPY "REEMBOLSOS-AGUA-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "ERRO-LOG-SELECT.cpy".
           COPY "AUTORIZA-SELECT.cpy".
           SELECT FICHEIRO-CTR-RECIBO ASSIGN TO "RECIBO-AGUA-CTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-RECIBO-STATUS.
           SELECT RECIBOS-AGUA ASSIGN TO "RECIBOS-AGUA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIBOS-STATUS.
           SELECT TRANSFERENCIAS ASSIGN TO "REEMBOLSOS-SEPA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEPA-STATUS.
           SELECT RELATORIO-CREDITOS ASSIGN TO "CREDITOS-AGUA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "AGUA-FD.cpy".
           COPY "AGUA-MESTRE-FD.cpy".
           COPY "REEMBOLSOS-AGUA-FD.cpy".
           COPY "OPERADOR-SESSAO-FD.cpy".
           COPY "ERRO-LOG-FD.cpy".
           COPY "AUTORIZA-FD.cpy".

       FD  FICHEIRO-CTR-RECIBO.
       01  REG-CTR-RECIBO         PIC 9(06).

       FD  RECIBOS-AGUA.
       01  RECIBO-AGUA-LINHA      PIC X(60).

       FD  TRANSFERENCIAS.
       01  TRANSFERENCIA-LINHA    PIC X(100).

       FD  RELATORIO-CREDITOS.
       01  CREDITOS-LINHA         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "JORNAL-TAB-AGUA-WS.cpy".
       77 WS-AGUA-STATUS         PIC XX VALUES SPACES.
       77 WS-CTR-RECIBO-STATUS   PIC XX VALUES SPACES.
       77 WS-RECIBOS-STATUS      PIC XX VALUES SPACES.
       77 WS-SEPA-STATUS         PIC XX VALUES SPACES.
       COPY "AGUA-MESTRE-WS.cpy".
       COPY "REEMBOLSOS-AGUA-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       COPY "ERRO-LOG-WS.cpy".
       COPY "AUTORIZA-WS.cpy".
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 3.
      * Reembolsos acima deste valor so saem com a aprovacao de um
      * gestor (funcao REEMB-AGUA da matriz de autorizacoes).
       77 WS-LIMITE-REEMBOLSO    PIC 9(06)V99 VALUES 100.00.
       77 WS-CONTA               PIC X(10) VALUES SPACES.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-NUM-RECIBO          PIC 9(06) VALUES 0.
       77 WS-CREDITO-CONTA       PIC 9(07)V99 VALUES 0.
       77 WS-TOTAL-CREDITOS      PIC 9(08)V99 VALUES 0.
       77 WS-TOTAL-PENDENTES     PIC 9(08)V99 VALUES 0.
       77 WS-SOMA-TRANSF         PIC 9(08)V99 VALUES 0.
       77 WS-TRANSFERENCIAS      PIC 9(03) VALUES 0.
       77 WS-PEDIDOS             PIC 9(03) VALUES 0.
       77 WS-RETIDOS             PIC 9(03) VALUES 0.
       77 WS-LINHAS              PIC 9(03) VALUES 0.
       77 WS-APROVADOR           PIC X(04) VALUES SPACES.
       77 WS-RESPOSTA            PIC A VALUES SPACES.
       77 WS-DESC-DESTINO        PIC X(12) VALUES SPACES.
       77 WS-CARGA-TRUNCADA      PIC A VALUES "N".
       77 IDX-AGUA               PIC 9(03) VALUES 0.
       77 WS-NUM-REGISTOS        PIC 9(03) VALUES 0.
       77 IDX-SLD                PIC 9(03) VALUES 0.
       77 WS-NUM-SALDOS          PIC 9(03) VALUES 0.
       77 WS-SLD-ACHADO          PIC 9(03) VALUES 0.
       77 WS-FORMAT              PIC Z(5)9.99.
       77 WS-FORMAT-SOMA         PIC Z(7)9.99.
       01 TABELA-SALDOS.
           05 SLD-ITEM OCCURS 300 TIMES.
               10 SLD-CONTA           PIC X(10).
               10 SLD-VALOR           PIC 9(07)V99.
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
       INICIO-CREDITOS.
           MOVE "T01_11-CREDITOS" TO WS-JRN-PROGRAMA.
           PERFORM LER-OPERADOR-SESSAO.
           MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-AUTORIZACOES.
           PERFORM CARREGAR-CONTAS.
           PERFORM CARREGAR-AGUA-MESTRE.
           PERFORM CARREGAR-REEMBOLSOS.
      * O saldo credor sai das faturas quando passa a pedido de
      * reembolso: com uma carga truncada, a regravacao integral
      * apagaria registos.
           IF (WS-CARGA-TRUNCADA = "S") OR (WS-RMB-TRUNCADA = "S") THEN
               DISPLAY "FICHEIROS DA AGUA EXCEDEM A CAPACIDADE - "
                   "OPERACAO RECUSADA PARA NAO PERDER DADOS."
               STOP RUN
           END-IF.
       MENU-CREDITOS.
           DISPLAY "=== SALDOS CREDORES DA AGUA ===".
           DISPLAY "1 - RELATORIO DE SALDOS CREDORES".
           DISPLAY "2 - PEDIR REEMBOLSO DE UMA CONTA".
           DISPLAY "3 - EMITIR REEMBOLSOS PENDENTES (TRANSFERENCIA)".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-CREDITOS
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM RELATORIO-SALDOS
               WHEN 2 PERFORM PEDIR-REEMBOLSO THRU FIM-PEDIR-REEMBOLSO
               WHEN 3 PERFORM EMITIR-REEMBOLSOS
                   THRU FIM-EMITIR-REEMBOLSOS
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-CREDITOS.

      * Saldo credor por conta (pago a mais nas faturas liquidadas),
      * com o titular e o destino escolhido na ficha, e os reembolsos
      * ainda por emitir.
       RELATORIO-SALDOS.
           MOVE 0 TO WS-NUM-SALDOS.
           PERFORM VARYING IDX-AGUA FROM 1 BY 1
               UNTIL IDX-AGUA > WS-NUM-REGISTOS
               IF (AGUA-T-PAGO(IDX-AGUA) = "S") AND
                  (AGUA-T-PAGO-VALOR(IDX-AGUA) >
                   AGUA-T-TOTAL(IDX-AGUA)) THEN
                   PERFORM ACUMULAR-SALDO
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-TOTAL-CREDITOS.
           MOVE 0 TO WS-LINHAS.
           OPEN OUTPUT RELATORIO-CREDITOS.
           MOVE SPACES TO CREDITOS-LINHA.
           STRING "SALDOS CREDORES DA AGUA EM " WS-HOJE
               DELIMITED BY SIZE INTO CREDITOS-LINHA.
           WRITE CREDITOS-LINHA.
           MOVE "CONTA      TITULAR                        DESTINO     "
               TO CREDITOS-LINHA.
           MOVE "     SALDO" TO CREDITOS-LINHA(56:10).
           WRITE CREDITOS-LINHA.
           PERFORM VARYING IDX-SLD FROM 1 BY 1
               UNTIL IDX-SLD > WS-NUM-SALDOS
               PERFORM LINHA-SALDO
           END-PERFORM.
           MOVE SPACES TO CREDITOS-LINHA.
           MOVE WS-TOTAL-CREDITOS TO WS-FORMAT-SOMA.
           STRING "TOTAL EM SALDO CREDOR (" WS-LINHAS " CONTAS): "
               WS-FORMAT-SOMA
               DELIMITED BY SIZE INTO CREDITOS-LINHA.
           WRITE CREDITOS-LINHA.
           MOVE SPACES TO CREDITOS-LINHA.
           WRITE CREDITOS-LINHA.
           MOVE "REEMBOLSOS PENDENTES" TO CREDITOS-LINHA.
           WRITE CREDITOS-LINHA.
           MOVE 0 TO WS-TOTAL-PENDENTES.
           PERFORM VARYING IDX-RMB FROM 1 BY 1
               UNTIL IDX-RMB > WS-NUM-REEMBOLSOS
               IF (RMB-T-ESTADO(IDX-RMB) = "P") THEN
                   ADD RMB-T-VALOR(IDX-RMB) TO WS-TOTAL-PENDENTES
                   MOVE RMB-T-VALOR(IDX-RMB) TO WS-FORMAT
                   MOVE SPACES TO CREDITOS-LINHA
                   STRING RMB-T-NUMERO(IDX-RMB) " "
                       RMB-T-CONTA(IDX-RMB) " " RMB-T-NOME(IDX-RMB)
                       " " RMB-T-DATA-PEDIDO(IDX-RMB) " " WS-FORMAT
                       DELIMITED BY SIZE INTO CREDITOS-LINHA
                   WRITE CREDITOS-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO CREDITOS-LINHA.
           MOVE WS-TOTAL-PENDENTES TO WS-FORMAT-SOMA.
           STRING "TOTAL PENDENTE DE REEMBOLSO: " WS-FORMAT-SOMA
               DELIMITED BY SIZE INTO CREDITOS-LINHA.
           WRITE CREDITOS-LINHA.
           CLOSE RELATORIO-CREDITOS.
           MOVE WS-TOTAL-CREDITOS TO WS-FORMAT-SOMA.
           DISPLAY WS-LINHAS " CONTA(S) COM SALDO CREDOR, TOTAL "
               WS-FORMAT-SOMA.
           MOVE WS-TOTAL-PENDENTES TO WS-FORMAT-SOMA.
           DISPLAY "REEMBOLSOS PENDENTES: " WS-FORMAT-SOMA.
           DISPLAY "RELATORIO EM CREDITOS-AGUA.TXT".

       ACUMULAR-SALDO.
           MOVE 0 TO WS-SLD-ACHADO.
           PERFORM VARYING IDX-SLD FROM 1 BY 1
               UNTIL IDX-SLD > WS-NUM-SALDOS
               IF (SLD-CONTA(IDX-SLD) = AGUA-T-CONTA(IDX-AGUA)) THEN
                   MOVE IDX-SLD TO WS-SLD-ACHADO
               END-IF
           END-PERFORM.
           IF (WS-SLD-ACHADO = 0) AND (WS-NUM-SALDOS < 300) THEN
               ADD 1 TO WS-NUM-SALDOS
               MOVE WS-NUM-SALDOS TO WS-SLD-ACHADO
               MOVE AGUA-T-CONTA(IDX-AGUA) TO SLD-CONTA(WS-SLD-ACHADO)
               MOVE 0 TO SLD-VALOR(WS-SLD-ACHADO)
           END-IF.
           IF (WS-SLD-ACHADO > 0) THEN
               COMPUTE SLD-VALOR(WS-SLD-ACHADO) =
                   SLD-VALOR(WS-SLD-ACHADO) +
                   AGUA-T-PAGO-VALOR(IDX-AGUA) - AGUA-T-TOTAL(IDX-AGUA)
           END-IF.

       LINHA-SALDO.
           ADD 1 TO WS-LINHAS.
           ADD SLD-VALOR(IDX-SLD) TO WS-TOTAL-CREDITOS.
           MOVE SLD-CONTA(IDX-SLD) TO WS-AGM-PESQUISA.
           PERFORM PROCURAR-AGUA-MESTRE.
           MOVE SPACES TO CREDITOS-LINHA.
           MOVE SLD-CONTA(IDX-SLD) TO CREDITOS-LINHA(1:10).
           IF (WS-AGM-ACHADA = 0) THEN
               MOVE "(SEM FICHA NO MESTRE)" TO CREDITOS-LINHA(12:30)
               MOVE "COMPENSAR" TO WS-DESC-DESTINO
           ELSE
               MOVE AGM-T-NOME(WS-AGM-ACHADA)
                   TO CREDITOS-LINHA(12:30)
               IF (AGM-T-CREDITO-DESTINO(WS-AGM-ACHADA) = "R") THEN
                   MOVE "REEMBOLSAR" TO WS-DESC-DESTINO
               ELSE
                   MOVE "COMPENSAR" TO WS-DESC-DESTINO
               END-IF
           END-IF.
           MOVE WS-DESC-DESTINO TO CREDITOS-LINHA(43:12).
           MOVE SLD-VALOR(IDX-SLD) TO WS-FORMAT-SOMA.
           MOVE WS-FORMAT-SOMA TO CREDITOS-LINHA(55:11).
           WRITE CREDITOS-LINHA.

      * Pedido de reembolso de uma conta: todo o saldo credor sai das
      * faturas e fica um pedido pendente para o IBAN da ficha.
       PEDIR-REEMBOLSO.
           DISPLAY "CONTA: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CONTA.
           ACCEPT WS-CONTA.
           MOVE WS-CONTA TO WS-AGM-PESQUISA.
           PERFORM PROCURAR-AGUA-MESTRE.
           IF (WS-AGM-ACHADA = 0) THEN
               DISPLAY "CONTA SEM FICHA NO MESTRE!"
               GO FIM-PEDIR-REEMBOLSO
           END-IF.
           PERFORM APURAR-CREDITO-CONTA.
           IF (WS-CREDITO-CONTA = 0) THEN
               DISPLAY "A CONTA NAO TEM SALDO CREDOR."
               GO FIM-PEDIR-REEMBOLSO
           END-IF.
           MOVE WS-CREDITO-CONTA TO WS-FORMAT.
           DISPLAY "TITULAR: " AGM-T-NOME(WS-AGM-ACHADA).
           DISPLAY "SALDO CREDOR: " WS-FORMAT.
           IF (AGM-T-IBAN(WS-AGM-ACHADA) = SPACES) THEN
               DISPLAY "A FICHA NAO TEM IBAN - REGISTE-O NAS CONTAS "
                   "ANTES DE PEDIR O REEMBOLSO."
               GO FIM-PEDIR-REEMBOLSO
           END-IF.
           DISPLAY "IBAN: " AGM-T-IBAN(WS-AGM-ACHADA).
           IF (WS-NUM-REEMBOLSOS >= 300) OR
              (WS-CREDITO-CONTA > 999999.99) THEN
               DISPLAY "REGISTO DE REEMBOLSOS CHEIO!"
               GO FIM-PEDIR-REEMBOLSO
           END-IF.
           DISPLAY "CONFIRMA O PEDIDO DE REEMBOLSO? (S/N): "
               WITH NO ADVANCING.
           ACCEPT WS-RESPOSTA.
           IF (FUNCTION UPPER-CASE(WS-RESPOSTA) NOT = "S") THEN
               GO FIM-PEDIR-REEMBOLSO
           END-IF.
           PERFORM CRIAR-PEDIDO-REEMBOLSO.
           PERFORM GRAVAR-CONTAS.
           PERFORM GRAVAR-REEMBOLSOS.
           DISPLAY "PEDIDO DE REEMBOLSO " WS-RMB-ULTIMO-NUMERO
               " REGISTADO - PENDENTE DE EMISSAO.".
       FIM-PEDIR-REEMBOLSO.
           EXIT.

       APURAR-CREDITO-CONTA.
           MOVE 0 TO WS-CREDITO-CONTA.
           PERFORM VARYING IDX-AGUA FROM 1 BY 1
               UNTIL IDX-AGUA > WS-NUM-REGISTOS
               IF (AGUA-T-CONTA(IDX-AGUA) = WS-CONTA) AND
                  (AGUA-T-PAGO(IDX-AGUA) = "S") AND
                  (AGUA-T-PAGO-VALOR(IDX-AGUA) >
                   AGUA-T-TOTAL(IDX-AGUA)) THEN
                   COMPUTE WS-CREDITO-CONTA = WS-CREDITO-CONTA +
                       AGUA-T-PAGO-VALOR(IDX-AGUA) -
                       AGUA-T-TOTAL(IDX-AGUA)
               END-IF
           END-PERFORM.

      * O saldo passa das faturas para o pedido: cada fatura fica
      * paga pelo seu total exato.
       CRIAR-PEDIDO-REEMBOLSO.
           PERFORM VARYING IDX-AGUA FROM 1 BY 1
               UNTIL IDX-AGUA > WS-NUM-REGISTOS
               IF (AGUA-T-CONTA(IDX-AGUA) = WS-CONTA) AND
                  (AGUA-T-PAGO(IDX-AGUA) = "S") AND
                  (AGUA-T-PAGO-VALOR(IDX-AGUA) >
                   AGUA-T-TOTAL(IDX-AGUA)) THEN
                   MOVE AGUA-T-TOTAL(IDX-AGUA)
                       TO AGUA-T-PAGO-VALOR(IDX-AGUA)
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NUM-REEMBOLSOS.
           ADD 1 TO WS-RMB-ULTIMO-NUMERO.
           MOVE WS-NUM-REEMBOLSOS TO IDX-RMB.
           MOVE WS-RMB-ULTIMO-NUMERO TO RMB-T-NUMERO(IDX-RMB).
           MOVE WS-CONTA TO RMB-T-CONTA(IDX-RMB).
           MOVE AGM-T-NOME(WS-AGM-ACHADA) TO RMB-T-NOME(IDX-RMB).
           MOVE AGM-T-IBAN(WS-AGM-ACHADA) TO RMB-T-IBAN(IDX-RMB).
           MOVE WS-CREDITO-CONTA TO RMB-T-VALOR(IDX-RMB).
           MOVE "C" TO RMB-T-ORIGEM(IDX-RMB).
           MOVE WS-HOJE TO RMB-T-DATA-PEDIDO(IDX-RMB).
           MOVE WS-OPERADOR-ATUAL TO RMB-T-OPERADOR(IDX-RMB).
           MOVE "P" TO RMB-T-ESTADO(IDX-RMB).
           MOVE 0 TO RMB-T-DATA-EMISSAO(IDX-RMB).
           MOVE 0 TO RMB-T-RECIBO(IDX-RMB).
           MOVE SPACES TO RMB-T-APROVADO-POR(IDX-RMB).

      * Emissao: as contas com opcao de reembolso na ficha ganham
      * primeiro o seu pedido; depois cada pedido pendente vai para o
      * ficheiro de transferencias SEPA com recibo numerado. Acima do
      * limite e preciso o perfil da funcao REEMB-AGUA (ou um gestor)
      * e quem pediu nao pode aprovar; o que nao passa fica pendente.
       EMITIR-REEMBOLSOS.
           MOVE 0 TO WS-PEDIDOS.
           PERFORM VARYING IDX-AGM FROM 1 BY 1
               UNTIL IDX-AGM > WS-NUM-AGUA-MESTRE
               IF (AGM-T-CREDITO-DESTINO(IDX-AGM) = "R") AND
                  (AGM-T-IBAN(IDX-AGM) NOT = SPACES) AND
                  (WS-NUM-REEMBOLSOS < 300) THEN
                   MOVE AGM-T-CONTA(IDX-AGM) TO WS-CONTA
                   MOVE IDX-AGM TO WS-AGM-ACHADA
                   PERFORM APURAR-CREDITO-CONTA
                   IF (WS-CREDITO-CONTA > 0) AND
                      (WS-CREDITO-CONTA NOT > 999999.99) THEN
                       PERFORM CRIAR-PEDIDO-REEMBOLSO
                       ADD 1 TO WS-PEDIDOS
                   END-IF
               END-IF
           END-PERFORM.
           IF (WS-PEDIDOS > 0) THEN
               PERFORM GRAVAR-CONTAS
               PERFORM GRAVAR-REEMBOLSOS
               DISPLAY WS-PEDIDOS " PEDIDO(S) CRIADO(S) PARA CONTAS "
                   "COM OPCAO DE REEMBOLSO."
           END-IF.
           MOVE 0 TO WS-TRANSFERENCIAS.
           MOVE 0 TO WS-RETIDOS.
           MOVE 0 TO WS-SOMA-TRANSF.
           PERFORM VARYING IDX-RMB FROM 1 BY 1
               UNTIL IDX-RMB > WS-NUM-REEMBOLSOS
               IF (RMB-T-ESTADO(IDX-RMB) = "P") THEN
                   PERFORM EMITIR-UM-REEMBOLSO
                       THRU FIM-EMITIR-UM-REEMBOLSO
               END-IF
           END-PERFORM.
           IF (WS-RETIDOS > 0) THEN
               DISPLAY WS-RETIDOS " REEMBOLSO(S) FICA(M) PENDENTE(S)."
           END-IF.
           IF (WS-TRANSFERENCIAS = 0) THEN
               DISPLAY "NENHUM REEMBOLSO EMITIDO."
               GO FIM-EMITIR-REEMBOLSOS
           END-IF.
           MOVE SPACES TO TRANSFERENCIA-LINHA.
           MOVE WS-SOMA-TRANSF TO WS-FORMAT-SOMA.
           STRING "T;" WS-TRANSFERENCIAS ";" WS-FORMAT-SOMA
               DELIMITED BY SIZE INTO TRANSFERENCIA-LINHA.
           WRITE TRANSFERENCIA-LINHA.
           CLOSE TRANSFERENCIAS.
           PERFORM GRAVAR-CONTADOR-RECIBO.
           PERFORM GRAVAR-REEMBOLSOS.
           MOVE WS-SOMA-TRANSF TO WS-FORMAT-SOMA.
           DISPLAY WS-TRANSFERENCIAS " REEMBOLSO(S) EMITIDO(S), TOTAL "
               WS-FORMAT-SOMA " - REEMBOLSOS-SEPA.TXT".
       FIM-EMITIR-REEMBOLSOS.
           EXIT.

       EMITIR-UM-REEMBOLSO.
           MOVE RMB-T-VALOR(IDX-RMB) TO WS-FORMAT.
           DISPLAY "REEMBOLSO " RMB-T-NUMERO(IDX-RMB) " CONTA "
               RMB-T-CONTA(IDX-RMB) " " RMB-T-NOME(IDX-RMB) " "
               WS-FORMAT.
      * Pedido de saida sem IBAN na ficha: pede-se aqui.
           IF (RMB-T-IBAN(IDX-RMB) = SPACES) THEN
               DISPLAY "IBAN PARA A TRANSFERENCIA (ENTER ADIA): "
                   WITH NO ADVANCING
               ACCEPT RMB-T-IBAN(IDX-RMB)
               IF (RMB-T-IBAN(IDX-RMB) = SPACES) THEN
                   ADD 1 TO WS-RETIDOS
                   GO FIM-EMITIR-UM-REEMBOLSO
               END-IF
           END-IF.
           MOVE WS-OPERADOR-ATUAL TO WS-APROVADOR.
           IF (RMB-T-VALOR(IDX-RMB) > WS-LIMITE-REEMBOLSO) THEN
               MOVE "REEMB-AGUA" TO WS-AUT-FUNCAO
               MOVE SPACES TO WS-AUT-TENTAR
               PERFORM VERIFICAR-AUTORIZACAO
                   THRU FIM-VERIFICAR-AUTORIZACAO
               IF (WS-AUT-OK NOT = "S") THEN
                   ADD 1 TO WS-RETIDOS
                   GO FIM-EMITIR-UM-REEMBOLSO
               END-IF
               IF (FUNCTION UPPER-CASE(WS-AUT-TENTAR) = "S") THEN
                   MOVE FUNCTION UPPER-CASE(WS-AUT-CODIGO)
                       TO WS-APROVADOR
               END-IF
               IF (WS-APROVADOR = RMB-T-OPERADOR(IDX-RMB)) THEN
                   DISPLAY "QUEM PEDIU O REEMBOLSO NAO O PODE APROVAR."
                   ADD 1 TO WS-RETIDOS
                   GO FIM-EMITIR-UM-REEMBOLSO
               END-IF
           END-IF.
           IF (WS-TRANSFERENCIAS = 0) THEN
               PERFORM CARREGAR-CONTADOR-RECIBO
               MOVE SPACES TO WS-SEPA-STATUS
               OPEN EXTEND TRANSFERENCIAS
               IF (WS-SEPA-STATUS = "35") THEN
                   OPEN OUTPUT TRANSFERENCIAS
               END-IF
               MOVE SPACES TO TRANSFERENCIA-LINHA
               STRING "H;REEMBOLSOS-AGUA;" WS-HOJE
                   DELIMITED BY SIZE INTO TRANSFERENCIA-LINHA
               WRITE TRANSFERENCIA-LINHA
           END-IF.
           ADD 1 TO WS-TRANSFERENCIAS.
           ADD RMB-T-VALOR(IDX-RMB) TO WS-SOMA-TRANSF.
           ADD 1 TO WS-NUM-RECIBO.
           MOVE SPACES TO TRANSFERENCIA-LINHA.
           STRING RMB-T-CONTA(IDX-RMB) ";" RMB-T-NOME(IDX-RMB) ";"
               RMB-T-IBAN(IDX-RMB) ";" WS-FORMAT ";REEMB-AGUA-"
               RMB-T-NUMERO(IDX-RMB)
               DELIMITED BY SIZE INTO TRANSFERENCIA-LINHA.
           WRITE TRANSFERENCIA-LINHA.
           MOVE "E" TO RMB-T-ESTADO(IDX-RMB).
           MOVE WS-HOJE TO RMB-T-DATA-EMISSAO(IDX-RMB).
           MOVE WS-NUM-RECIBO TO RMB-T-RECIBO(IDX-RMB).
           MOVE WS-APROVADOR TO RMB-T-APROVADO-POR(IDX-RMB).
           PERFORM EMITIR-RECIBO-REEMBOLSO.
       FIM-EMITIR-UM-REEMBOLSO.
           EXIT.

       EMITIR-RECIBO-REEMBOLSO.
           MOVE SPACES TO WS-RECIBOS-STATUS.
           OPEN EXTEND RECIBOS-AGUA.
           IF (WS-RECIBOS-STATUS = "35") THEN
               OPEN OUTPUT RECIBOS-AGUA
           END-IF.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO RECIBO-AGUA-LINHA
               WRITE RECIBO-AGUA-LINHA
           END-IF.
           MOVE "============================================"
               TO RECIBO-AGUA-LINHA.
           WRITE RECIBO-AGUA-LINHA.
           MOVE SPACES TO RECIBO-AGUA-LINHA.
           STRING "RECIBO DE REEMBOLSO N. " WS-NUM-RECIBO
               "   DATA: " WS-HOJE
               DELIMITED BY SIZE INTO RECIBO-AGUA-LINHA.
           WRITE RECIBO-AGUA-LINHA.
           MOVE SPACES TO RECIBO-AGUA-LINHA.
           STRING "CONTA: " RMB-T-CONTA(IDX-RMB)
               "   PEDIDO N. " RMB-T-NUMERO(IDX-RMB)
               DELIMITED BY SIZE INTO RECIBO-AGUA-LINHA.
           WRITE RECIBO-AGUA-LINHA.
           MOVE SPACES TO RECIBO-AGUA-LINHA.
           STRING "BENEFICIARIO: " RMB-T-NOME(IDX-RMB)
               DELIMITED BY SIZE INTO RECIBO-AGUA-LINHA.
           WRITE RECIBO-AGUA-LINHA.
           MOVE SPACES TO RECIBO-AGUA-LINHA.
           STRING "IBAN: " RMB-T-IBAN(IDX-RMB)
               DELIMITED BY SIZE INTO RECIBO-AGUA-LINHA.
           WRITE RECIBO-AGUA-LINHA.
           MOVE SPACES TO RECIBO-AGUA-LINHA.
           STRING "VALOR REEMBOLSADO: " WS-FORMAT
               DELIMITED BY SIZE INTO RECIBO-AGUA-LINHA.
           WRITE RECIBO-AGUA-LINHA.
           MOVE SPACES TO RECIBO-AGUA-LINHA.
           STRING "APROVADO POR: " WS-APROVADOR
               DELIMITED BY SIZE INTO RECIBO-AGUA-LINHA.
           WRITE RECIBO-AGUA-LINHA.
           MOVE "============================================"
               TO RECIBO-AGUA-LINHA.
           WRITE RECIBO-AGUA-LINHA.
           CLOSE RECIBOS-AGUA.

       CARREGAR-CONTADOR-RECIBO.
           MOVE 0 TO WS-NUM-RECIBO.
           OPEN INPUT FICHEIRO-CTR-RECIBO.
           IF (WS-CTR-RECIBO-STATUS = "00") THEN
               READ FICHEIRO-CTR-RECIBO
                   NOT AT END MOVE REG-CTR-RECIBO TO WS-NUM-RECIBO
               END-READ
           END-IF.
           CLOSE FICHEIRO-CTR-RECIBO.

       GRAVAR-CONTADOR-RECIBO.
           OPEN OUTPUT FICHEIRO-CTR-RECIBO.
           MOVE WS-NUM-RECIBO TO REG-CTR-RECIBO.
           WRITE REG-CTR-RECIBO.
           CLOSE FICHEIRO-CTR-RECIBO.

       CARREGAR-CONTAS.
           MOVE 0 TO WS-NUM-REGISTOS.
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

       COPY "AGUA-MESTRE-PROC.cpy".

       COPY "REEMBOLSOS-AGUA-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       COPY "ERRO-LOG-PROC.cpy".

       COPY "AUTORIZA-PROC.cpy".

       COPY "JORNAL-TAB-AGUA-PROC.cpy".

       END PROGRAM T01_11-CREDITOS.
