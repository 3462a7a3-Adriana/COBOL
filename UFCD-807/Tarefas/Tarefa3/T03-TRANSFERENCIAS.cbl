      ******************************************************************
      * Author:
      * Date:
      * Purpose: Equilibrio da frota entre filiais - mapa diario por
      *          filial (viaturas no local e livres, viaturas a chegar
      *          dos contratos abertos pela filial de devolucao
      *          prevista, transferencias a caminho e procura prevista
      *          pelos levantamentos das ultimas 4 semanas), com
      *          proposta de transferencias das filiais com sobra para
      *          as filiais em falta. Emite e confirma as ordens de
      *          transferencia em TRANSFERENCIAS.DAT: a viatura fica
      *          indisponivel em FROTA.DAT enquanto viaja e volta na
      *          filial de destino com motorista, kms e custo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T03-TRANSFERENCIAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FROTA-SELECT.cpy".
           COPY "CONTRATOS-SELECT.cpy".
           COPY "TRANSFERENCIAS-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "FROTA-FD.cpy".
           COPY "CONTRATOS-FD.cpy".
           COPY "TRANSFERENCIAS-FD.cpy".
           COPY "OPERADOR-SESSAO-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "FROTA-WS.cpy".
       COPY "CONTRATOS-WS.cpy".
       COPY "TRANSFERENCIAS-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 4.
       77 WS-CONTRATO-PEDIDO     PIC 9(04) VALUES 0.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-JUL-HOJE            PIC 9(08) VALUES 0.
       77 WS-JUL-DATA            PIC 9(08) VALUES 0.
       77 WS-DIAS-HORIZONTE      PIC 9(02) VALUES 7.
       77 WS-DIAS-HISTORICO      PIC 9(02) VALUES 28.
       77 WS-MAX-FILIAL          PIC 9(01) VALUES 2.
       77 IDX-FIL                PIC 9(02) VALUES 0.
       77 WS-FILIAL-CTR          PIC 9(01) VALUES 0.
       77 WS-PLACA-ATUAL         PIC X(08) VALUES SPACES.
       77 WS-PLACA               PIC X(08) VALUES SPACES.
       77 WS-VIATURA             PIC 9(02) VALUES 0.
       77 WS-DESTINO             PIC 9(01) VALUES 0.
       77 WS-MOTORISTA           PIC X(30) VALUES SPACES.
       77 WS-KMS-VIAGEM          PIC 9(04) VALUES 0.
       77 WS-CUSTO-VIAGEM        PIC 9(05)V99 VALUES 0.
       77 WS-DATA-CHEGADA        PIC 9(08) VALUES 0.
       77 WS-PROXIMA-ORDEM       PIC 9(05) VALUES 0.
       77 WS-FIL-SOBRA           PIC 9(01) VALUES 0.
       77 WS-FIL-FALTA           PIC 9(01) VALUES 0.
       77 WS-MAIOR-SOBRA         PIC S9(03) VALUES 0.
       77 WS-MAIOR-FALTA         PIC S9(03) VALUES 0.
       77 WS-A-MOVER             PIC 9(03) VALUES 0.
       77 WS-PROPOSTAS           PIC 9(02) VALUES 0.
       77 WS-FORMAT              PIC Z(5)9.99.
       77 WS-FORMAT-SALDO        PIC -ZZ9.
       01 TABELA-FILIAIS.
           05 FIL-ITEM OCCURS 9 TIMES.
               10 FIL-NO-LOCAL    PIC 9(03).
               10 FIL-LIVRES      PIC 9(03).
               10 FIL-A-CHEGAR    PIC 9(03).
               10 FIL-CHEGAM      PIC 9(03).
               10 FIL-EM-TRANSITO PIC 9(03).
               10 FIL-LEVANTADOS  PIC 9(03).
               10 FIL-PROCURA     PIC 9(03).
               10 FIL-SALDO       PIC S9(03).
               10 FIL-POR-CEDER   PIC 9(03).
       01 TABELA-ESTADO-FROTA.
           05 EF-ITEM OCCURS 20 TIMES.
               10 EF-ALUGADA      PIC X(01).
               10 EF-PROPOSTA     PIC X(01).

       PROCEDURE DIVISION.
       MENU-TRANSFERENCIAS.
           MOVE "T03-TRANSFERENCIAS" TO WS-JRN-PROGRAMA.
           PERFORM CARREGAR-FROTA.
           PERFORM CARREGAR-CONTRATOS.
           PERFORM CARREGAR-TRANSFERENCIAS.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-JUL-HOJE = FUNCTION INTEGER-OF-DATE(WS-HOJE).
           DISPLAY "=== FROTA POR FILIAL E TRANSFERENCIAS ===".
           DISPLAY "1 - MAPA DIARIO POR FILIAL E PROPOSTAS".
           DISPLAY "2 - EMITIR ORDEM DE TRANSFERENCIA".
           DISPLAY "3 - CONFIRMAR CHEGADA AO DESTINO".
           DISPLAY "4 - LISTAR ORDENS DE TRANSFERENCIA".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-TRANSFERENCIAS
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM MAPA-FILIAIS
               WHEN 2 PERFORM EMITIR-ORDEM THRU FIM-EMITIR-ORDEM
               WHEN 3 PERFORM CONFIRMAR-CHEGADA
                   THRU FIM-CONFIRMAR-CHEGADA
               WHEN 4 PERFORM LISTAR-ORDENS
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-TRANSFERENCIAS.

      * ---------------------------------------------------------------
      * MAPA DIARIO: por filial, as viaturas no local (livres ou ja
      * reservadas), as que voltam dos contratos abertos (total e nos
      * proximos WS-DIAS-HORIZONTE dias), as que vem a caminho em
      * transferencia e a procura prevista para o mesmo horizonte -
      * media semanal dos levantamentos das ultimas 4 semanas.
      * ---------------------------------------------------------------
       MAPA-FILIAIS.
           INITIALIZE TABELA-FILIAIS.
           INITIALIZE TABELA-ESTADO-FROTA.
           MOVE 2 TO WS-MAX-FILIAL.
           PERFORM VARYING IDX-CTR FROM 1 BY 1
               UNTIL IDX-CTR > WS-NUM-CONTRATOS
               PERFORM CONTAR-CONTRATO
           END-PERFORM.
           PERFORM VARYING IDX-FROTA FROM 1 BY 1
               UNTIL IDX-FROTA > WS-NUM-VIATURAS
               PERFORM CONTAR-VIATURA
           END-PERFORM.
           PERFORM VARYING IDX-TRF FROM 1 BY 1
               UNTIL IDX-TRF > WS-NUM-TRANSFERENCIAS
               IF (TRF-T-ESTADO(IDX-TRF) = "T") AND
                  (TRF-T-DESTINO(IDX-TRF) > 0) THEN
                   ADD 1 TO FIL-EM-TRANSITO(TRF-T-DESTINO(IDX-TRF))
                   IF (TRF-T-DESTINO(IDX-TRF) > WS-MAX-FILIAL) THEN
                       MOVE TRF-T-DESTINO(IDX-TRF) TO WS-MAX-FILIAL
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "MAPA DE FROTA POR FILIAL - " WS-HOJE
               " (HORIZONTE " WS-DIAS-HORIZONTE " DIAS)".
           DISPLAY "FIL NO LOCAL LIVRES A CHEGAR (ATE "
               WS-DIAS-HORIZONTE "D) EM TRANSITO PROCURA SALDO".
           PERFORM VARYING IDX-FIL FROM 1 BY 1
               UNTIL IDX-FIL > WS-MAX-FILIAL
               COMPUTE FIL-PROCURA(IDX-FIL) =
                   (FIL-LEVANTADOS(IDX-FIL) * WS-DIAS-HORIZONTE +
                    WS-DIAS-HISTORICO - 1) / WS-DIAS-HISTORICO
               COMPUTE FIL-SALDO(IDX-FIL) = FIL-LIVRES(IDX-FIL) +
                   FIL-CHEGAM(IDX-FIL) + FIL-EM-TRANSITO(IDX-FIL) -
                   FIL-PROCURA(IDX-FIL)
               MOVE FIL-LIVRES(IDX-FIL) TO FIL-POR-CEDER(IDX-FIL)
               MOVE FIL-SALDO(IDX-FIL) TO WS-FORMAT-SALDO
               DISPLAY " " IDX-FIL(2:1) "    "
                   FIL-NO-LOCAL(IDX-FIL) "     "
                   FIL-LIVRES(IDX-FIL) "     "
                   FIL-A-CHEGAR(IDX-FIL) " ("
                   FIL-CHEGAM(IDX-FIL) ")       "
                   FIL-EM-TRANSITO(IDX-FIL) "      "
                   FIL-PROCURA(IDX-FIL) "    "
                   WS-FORMAT-SALDO
           END-PERFORM.
           DISPLAY "--- TRANSFERENCIAS PROPOSTAS ---".
           MOVE 0 TO WS-PROPOSTAS.
           MOVE 9 TO WS-FIL-SOBRA.
           PERFORM PROPOR-TRANSFERENCIA THRU FIM-PROPOR-TRANSFERENCIA
               UNTIL (WS-FIL-SOBRA = 0) OR (WS-PROPOSTAS >= 20).
           IF (WS-PROPOSTAS = 0) THEN
               DISPLAY "(FROTA EQUILIBRADA - NENHUMA)"
           END-IF.

      * Contrato aberto: a viatura em uso (a de troca, se houve troca)
      * fica marcada como alugada e conta na filial de devolucao
      * prevista. Todos os contratos contam nos levantamentos da sua
      * filial se comecaram nas ultimas 4 semanas.
       CONTAR-CONTRATO.
           IF (CTR-T-FILIAL-LEV(IDX-CTR) IS NUMERIC) AND
              (CTR-T-FILIAL-LEV(IDX-CTR) > 0) THEN
               COMPUTE WS-JUL-DATA = FUNCTION INTEGER-OF-DATE(
                   CTR-T-DATA-INICIO(IDX-CTR))
               IF (WS-JUL-DATA < WS-JUL-HOJE) AND
                  (WS-JUL-DATA + WS-DIAS-HISTORICO >= WS-JUL-HOJE) THEN
                   ADD 1 TO FIL-LEVANTADOS(CTR-T-FILIAL-LEV(IDX-CTR))
               END-IF
           END-IF.
           IF (CTR-T-ESTADO(IDX-CTR) = "A") THEN
               IF (CTR-T-PLACA2(IDX-CTR) NOT = SPACES) AND
                  (CTR-T-DATA-TROCA(IDX-CTR) > 0) THEN
                   MOVE CTR-T-PLACA2(IDX-CTR) TO WS-PLACA-ATUAL
               ELSE
                   MOVE CTR-T-PLACA(IDX-CTR) TO WS-PLACA-ATUAL
               END-IF
               PERFORM VARYING IDX-FROTA FROM 1 BY 1
                   UNTIL IDX-FROTA > WS-NUM-VIATURAS
                   IF (FR-T-PLACA(IDX-FROTA) = WS-PLACA-ATUAL) THEN
                       MOVE "S" TO EF-ALUGADA(IDX-FROTA)
                   END-IF
               END-PERFORM
               IF (CTR-T-FILIAL-DEV(IDX-CTR) IS NUMERIC) AND
                  (CTR-T-FILIAL-DEV(IDX-CTR) > 0) THEN
                   MOVE CTR-T-FILIAL-DEV(IDX-CTR) TO WS-FILIAL-CTR
               ELSE
                   MOVE CTR-T-FILIAL-LEV(IDX-CTR) TO WS-FILIAL-CTR
               END-IF
               IF (WS-FILIAL-CTR = 0) THEN
                   MOVE 1 TO WS-FILIAL-CTR
               END-IF
               IF (WS-FILIAL-CTR > WS-MAX-FILIAL) THEN
                   MOVE WS-FILIAL-CTR TO WS-MAX-FILIAL
               END-IF
               ADD 1 TO FIL-A-CHEGAR(WS-FILIAL-CTR)
               COMPUTE WS-JUL-DATA = FUNCTION INTEGER-OF-DATE(
                   CTR-T-DATA-INICIO(IDX-CTR)) +
                   CTR-T-DIAS-PREVISTOS(IDX-CTR)
               IF (WS-JUL-DATA <= WS-JUL-HOJE + WS-DIAS-HORIZONTE) THEN
                   ADD 1 TO FIL-CHEGAM(WS-FILIAL-CTR)
               END-IF
           END-IF.

       CONTAR-VIATURA.
           IF (FR-T-ATIVO(IDX-FROTA) = "S") AND
              (FR-T-DISPONIVEL(IDX-FROTA) NOT = "T") AND
              (EF-ALUGADA(IDX-FROTA) NOT = "S") THEN
               IF (FR-T-LOCAL(IDX-FROTA) > WS-MAX-FILIAL) THEN
                   MOVE FR-T-LOCAL(IDX-FROTA) TO WS-MAX-FILIAL
               END-IF
               ADD 1 TO FIL-NO-LOCAL(FR-T-LOCAL(IDX-FROTA))
               IF (FR-T-DISPONIVEL(IDX-FROTA) = "S") THEN
                   ADD 1 TO FIL-LIVRES(FR-T-LOCAL(IDX-FROTA))
               END-IF
           END-IF.

      * Junta a filial com maior sobra (so conta o que tem livre para
      * ceder) com a filial com maior falta e propoe as viaturas
      * livres a mover, ate nao haver sobra e falta ao mesmo tempo.
       PROPOR-TRANSFERENCIA.
           MOVE 0 TO WS-FIL-SOBRA.
           MOVE 0 TO WS-FIL-FALTA.
           MOVE 0 TO WS-MAIOR-SOBRA.
           MOVE 0 TO WS-MAIOR-FALTA.
           PERFORM VARYING IDX-FIL FROM 1 BY 1
               UNTIL IDX-FIL > WS-MAX-FILIAL
               IF (FIL-SALDO(IDX-FIL) > WS-MAIOR-SOBRA) AND
                  (FIL-POR-CEDER(IDX-FIL) > 0) THEN
                   MOVE FIL-SALDO(IDX-FIL) TO WS-MAIOR-SOBRA
                   MOVE IDX-FIL TO WS-FIL-SOBRA
               END-IF
               IF (FIL-SALDO(IDX-FIL) < WS-MAIOR-FALTA) THEN
                   MOVE FIL-SALDO(IDX-FIL) TO WS-MAIOR-FALTA
                   MOVE IDX-FIL TO WS-FIL-FALTA
               END-IF
           END-PERFORM.
           IF (WS-FIL-SOBRA = 0) OR (WS-FIL-FALTA = 0) THEN
               MOVE 0 TO WS-FIL-SOBRA
               GO FIM-PROPOR-TRANSFERENCIA
           END-IF.
           MOVE WS-MAIOR-SOBRA TO WS-A-MOVER.
           IF (WS-A-MOVER > 0 - WS-MAIOR-FALTA) THEN
               COMPUTE WS-A-MOVER = 0 - WS-MAIOR-FALTA
           END-IF.
           IF (WS-A-MOVER > FIL-POR-CEDER(WS-FIL-SOBRA)) THEN
               MOVE FIL-POR-CEDER(WS-FIL-SOBRA) TO WS-A-MOVER
           END-IF.
           DISPLAY "FILIAL " WS-FIL-SOBRA " -> FILIAL " WS-FIL-FALTA
               ": " WS-A-MOVER " VIATURA(S)".
           SUBTRACT WS-A-MOVER FROM FIL-SALDO(WS-FIL-SOBRA).
           SUBTRACT WS-A-MOVER FROM FIL-POR-CEDER(WS-FIL-SOBRA).
           ADD WS-A-MOVER TO FIL-SALDO(WS-FIL-FALTA).
           PERFORM VARYING IDX-FROTA FROM 1 BY 1
               UNTIL (IDX-FROTA > WS-NUM-VIATURAS) OR (WS-A-MOVER = 0)
               IF (FR-T-ATIVO(IDX-FROTA) = "S") AND
                  (FR-T-DISPONIVEL(IDX-FROTA) = "S") AND
                  (EF-ALUGADA(IDX-FROTA) NOT = "S") AND
                  (EF-PROPOSTA(IDX-FROTA) NOT = "P") AND
                  (FR-T-LOCAL(IDX-FROTA) = WS-FIL-SOBRA) THEN
                   MOVE "P" TO EF-PROPOSTA(IDX-FROTA)
                   SUBTRACT 1 FROM WS-A-MOVER
                   DISPLAY "   " FR-T-PLACA(IDX-FROTA) " "
                       FR-T-MODELO(IDX-FROTA)
               END-IF
           END-PERFORM.
           ADD 1 TO WS-PROPOSTAS.
       FIM-PROPOR-TRANSFERENCIA.
           EXIT.

      * ---------------------------------------------------------------
      * ORDEM DE TRANSFERENCIA: so sai uma viatura ativa, livre e sem
      * contrato aberto; fica com FR-DISPONIVEL "T" (nao se reserva
      * nem se aluga) ate a chegada ser confirmada.
      * ---------------------------------------------------------------
       EMITIR-ORDEM.
           IF (WS-FROTA-CTL-ERRO = "S") THEN
               DISPLAY "FROTA.DAT SEM CONTROLO VALIDO - ORDEM RECUSADA."
               GO FIM-EMITIR-ORDEM
           END-IF.
           IF (WS-NUM-TRANSFERENCIAS >= 200) THEN
               DISPLAY "TABELA DE TRANSFERENCIAS CHEIA!"
               GO FIM-EMITIR-ORDEM
           END-IF.
           DISPLAY "MATRICULA: " WITH NO ADVANCING.
           ACCEPT WS-PLACA.
           MOVE FUNCTION UPPER-CASE(WS-PLACA) TO WS-PLACA.
           PERFORM PROCURAR-VIATURA.
           IF (WS-VIATURA = 0) THEN
               DISPLAY "VIATURA NAO EXISTE!"
               GO FIM-EMITIR-ORDEM
           END-IF.
           IF (FR-T-ATIVO(WS-VIATURA) NOT = "S") OR
              (FR-T-DISPONIVEL(WS-VIATURA) NOT = "S") THEN
               DISPLAY "VIATURA ABATIDA, RESERVADA OU JA EM VIAGEM!"
               GO FIM-EMITIR-ORDEM
           END-IF.
           INITIALIZE TABELA-ESTADO-FROTA.
           PERFORM VARYING IDX-CTR FROM 1 BY 1
               UNTIL IDX-CTR > WS-NUM-CONTRATOS
               IF (CTR-T-ESTADO(IDX-CTR) = "A") AND
                  ((CTR-T-PLACA(IDX-CTR) = WS-PLACA) OR
                   (CTR-T-PLACA2(IDX-CTR) = WS-PLACA)) THEN
                   MOVE "S" TO EF-ALUGADA(WS-VIATURA)
               END-IF
           END-PERFORM.
           IF (EF-ALUGADA(WS-VIATURA) = "S") THEN
               DISPLAY "VIATURA COM CONTRATO ABERTO!"
               GO FIM-EMITIR-ORDEM
           END-IF.
           DISPLAY "VIATURA NA FILIAL " FR-T-LOCAL(WS-VIATURA).
           DISPLAY "FILIAL DE DESTINO (1-9): " WITH NO ADVANCING.
           ACCEPT WS-DESTINO.
           IF (WS-DESTINO = 0) OR
              (WS-DESTINO = FR-T-LOCAL(WS-VIATURA)) THEN
               DISPLAY "DESTINO INVALIDO!"
               GO FIM-EMITIR-ORDEM
           END-IF.
           DISPLAY "MOTORISTA: " WITH NO ADVANCING.
           ACCEPT WS-MOTORISTA.
           IF (WS-MOTORISTA = SPACES) THEN
               DISPLAY "MOTORISTA OBRIGATORIO!"
               GO FIM-EMITIR-ORDEM
           END-IF.
           PERFORM LER-OPERADOR-SESSAO.
           MOVE 0 TO WS-PROXIMA-ORDEM.
           PERFORM VARYING IDX-TRF FROM 1 BY 1
               UNTIL IDX-TRF > WS-NUM-TRANSFERENCIAS
               IF (TRF-T-NUM(IDX-TRF) > WS-PROXIMA-ORDEM) THEN
                   MOVE TRF-T-NUM(IDX-TRF) TO WS-PROXIMA-ORDEM
               END-IF
           END-PERFORM.
           ADD 1 TO WS-PROXIMA-ORDEM.
           ADD 1 TO WS-NUM-TRANSFERENCIAS.
           MOVE WS-PROXIMA-ORDEM
               TO TRF-T-NUM(WS-NUM-TRANSFERENCIAS).
           MOVE WS-PLACA TO TRF-T-PLACA(WS-NUM-TRANSFERENCIAS).
           MOVE FR-T-LOCAL(WS-VIATURA)
               TO TRF-T-ORIGEM(WS-NUM-TRANSFERENCIAS).
           MOVE WS-DESTINO TO TRF-T-DESTINO(WS-NUM-TRANSFERENCIAS).
           MOVE WS-HOJE TO TRF-T-DATA-SAIDA(WS-NUM-TRANSFERENCIAS).
           MOVE 0 TO TRF-T-DATA-CHEGADA(WS-NUM-TRANSFERENCIAS).
           MOVE WS-MOTORISTA
               TO TRF-T-MOTORISTA(WS-NUM-TRANSFERENCIAS).
           MOVE 0 TO TRF-T-KMS(WS-NUM-TRANSFERENCIAS).
           MOVE 0 TO TRF-T-CUSTO(WS-NUM-TRANSFERENCIAS).
           MOVE "T" TO TRF-T-ESTADO(WS-NUM-TRANSFERENCIAS).
           MOVE WS-OPERADOR-ATUAL
               TO TRF-T-OPERADOR(WS-NUM-TRANSFERENCIAS).
           PERFORM GRAVAR-TRANSFERENCIAS.
           MOVE "T" TO FR-T-DISPONIVEL(WS-VIATURA).
           PERFORM GRAVAR-FROTA.
           DISPLAY "ORDEM DE TRANSFERENCIA N. " WS-PROXIMA-ORDEM
               " EMITIDA - " WS-PLACA " FORA DE SERVICO ATE A CHEGADA.".
       FIM-EMITIR-ORDEM.
           EXIT.

      * A chegada devolve a viatura a disponibilidade na filial de
      * destino, soma os kms da viagem e grava o custo (combustivel,
      * portagens e motorista) que entra no resultado do aluguer.
       CONFIRMAR-CHEGADA.
           IF (WS-FROTA-CTL-ERRO = "S") THEN
               DISPLAY "FROTA.DAT SEM CONTROLO VALIDO - CONFIRMACAO"
                   " RECUSADA."
               GO FIM-CONFIRMAR-CHEGADA
           END-IF.
           DISPLAY "N. DA ORDEM: " WITH NO ADVANCING.
           ACCEPT WS-TRF-PESQ.
           PERFORM PROCURAR-TRANSFERENCIA.
           IF (WS-TRF-ACHADA = 0) THEN
               DISPLAY "ORDEM NAO ENCONTRADA!"
               GO FIM-CONFIRMAR-CHEGADA
           END-IF.
           IF (TRF-T-ESTADO(WS-TRF-ACHADA) NOT = "T") THEN
               DISPLAY "ORDEM JA CONFIRMADA!"
               GO FIM-CONFIRMAR-CHEGADA
           END-IF.
           MOVE TRF-T-PLACA(WS-TRF-ACHADA) TO WS-PLACA.
           PERFORM PROCURAR-VIATURA.
           IF (WS-VIATURA = 0) THEN
               DISPLAY "VIATURA DA ORDEM JA NAO ESTA NA FROTA!"
               GO FIM-CONFIRMAR-CHEGADA
           END-IF.
           DISPLAY WS-PLACA " DA FILIAL " TRF-T-ORIGEM(WS-TRF-ACHADA)
               " PARA A FILIAL " TRF-T-DESTINO(WS-TRF-ACHADA)
               " - " TRF-T-MOTORISTA(WS-TRF-ACHADA).
           DISPLAY "DATA DE CHEGADA (AAAAMMDD, 0 = HOJE): "
               WITH NO ADVANCING.
           ACCEPT WS-DATA-CHEGADA.
           IF (WS-DATA-CHEGADA = 0) THEN
               MOVE WS-HOJE TO WS-DATA-CHEGADA
           END-IF.
           DISPLAY "KMS PERCORRIDOS: " WITH NO ADVANCING.
           ACCEPT WS-KMS-VIAGEM.
           DISPLAY "CUSTO DA DESLOCACAO: " WITH NO ADVANCING.
           ACCEPT WS-CUSTO-VIAGEM.
           MOVE WS-DATA-CHEGADA
               TO TRF-T-DATA-CHEGADA(WS-TRF-ACHADA).
           MOVE WS-KMS-VIAGEM TO TRF-T-KMS(WS-TRF-ACHADA).
           MOVE WS-CUSTO-VIAGEM TO TRF-T-CUSTO(WS-TRF-ACHADA).
           MOVE "C" TO TRF-T-ESTADO(WS-TRF-ACHADA).
           PERFORM GRAVAR-TRANSFERENCIAS.
           MOVE TRF-T-DESTINO(WS-TRF-ACHADA)
               TO FR-T-LOCAL(WS-VIATURA).
           MOVE "S" TO FR-T-DISPONIVEL(WS-VIATURA).
           ADD WS-KMS-VIAGEM TO FR-T-KMS-TOTAL(WS-VIATURA).
           PERFORM GRAVAR-FROTA.
           MOVE WS-CUSTO-VIAGEM TO WS-FORMAT.
           DISPLAY "CHEGADA CONFIRMADA - " WS-PLACA
               " DISPONIVEL NA FILIAL " FR-T-LOCAL(WS-VIATURA)
               ". CUSTO " WS-FORMAT.
       FIM-CONFIRMAR-CHEGADA.
           EXIT.

       LISTAR-ORDENS.
           DISPLAY "ORDEM MATRICULA DE PARA SAIDA    CHEGADA  "
               "MOTORISTA                      KMS  CUSTO     EST".
           PERFORM VARYING IDX-TRF FROM 1 BY 1
               UNTIL IDX-TRF > WS-NUM-TRANSFERENCIAS
               MOVE TRF-T-CUSTO(IDX-TRF) TO WS-FORMAT
               DISPLAY TRF-T-NUM(IDX-TRF) " "
                   TRF-T-PLACA(IDX-TRF) "  "
                   TRF-T-ORIGEM(IDX-TRF) "  "
                   TRF-T-DESTINO(IDX-TRF) "    "
                   TRF-T-DATA-SAIDA(IDX-TRF) " "
                   TRF-T-DATA-CHEGADA(IDX-TRF) " "
                   TRF-T-MOTORISTA(IDX-TRF) " "
                   TRF-T-KMS(IDX-TRF) " "
                   WS-FORMAT " "
                   TRF-T-ESTADO(IDX-TRF)
           END-PERFORM.
           IF (WS-NUM-TRANSFERENCIAS = 0) THEN
               DISPLAY "(SEM ORDENS DE TRANSFERENCIA)"
           END-IF.

       PROCURAR-VIATURA.
           MOVE 0 TO WS-VIATURA.
           PERFORM VARYING IDX-FROTA FROM 1 BY 1
               UNTIL IDX-FROTA > WS-NUM-VIATURAS
               IF (FR-T-PLACA(IDX-FROTA) = WS-PLACA) THEN
                   MOVE IDX-FROTA TO WS-VIATURA
               END-IF
           END-PERFORM.

       SEMEAR-FROTA.
           DISPLAY "FROTA.DAT VAZIO - SEM VIATURAS A DISTRIBUIR.".

       COPY "FROTA-PROC.cpy".
       COPY "CONTRATOS-PROC.cpy".
       COPY "TRANSFERENCIAS-PROC.cpy".
       COPY "OPERADOR-SESSAO-PROC.cpy".

       END PROGRAM T03-TRANSFERENCIAS.
