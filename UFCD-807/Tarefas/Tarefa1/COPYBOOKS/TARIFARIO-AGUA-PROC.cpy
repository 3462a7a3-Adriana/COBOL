      * (C)omercial e (S)ocial, cada uma com os seus escaloes de
      * consumo, tarifa de disponibilidade, percentagem de saneamento,
      * taxa de residuos e IVA. TARIFARIO-AGUA.DAT traz um registo por
      * classe e versao (data de entrada em vigor); sem ficheiro valem
      * as tarifas semeadas. Os campos WS-TAR-* e os escaloes ativos
      * refletem a classe selecionada (por omissao a domestica) na
      * versao em vigor em WS-TAR-DATA-REF (por omissao hoje).
       CARREGAR-TARIFARIO.
           PERFORM SEMEAR-TARIFARIO.
           MOVE "N" TO WS-TAR-TRUNCADO.
           MOVE SPACES TO WS-TARIFARIO-STATUS.
           OPEN INPUT FICHEIRO-TARIFARIO.
           IF (WS-TARIFARIO-STATUS = "00") THEN
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-TARIFARIO.
           ACCEPT WS-TAR-DATA-REF FROM DATE YYYYMMDD.
           MOVE "D" TO WS-TAR-CLASSE-PEDIDA.
           PERFORM SELECIONAR-TARIFA-CLASSE.

      * Um registo substitui a versao da mesma classe e data; uma data
      * nova acrescenta uma versao. Os registos antigos, sem data,
      * sao a versao original (data 0).
       APLICAR-TARIFA-CLASSE.
           IF (TAR-DATA-INICIO IS NOT NUMERIC) THEN
               MOVE 0 TO TAR-DATA-INICIO
           END-IF.
           MOVE 0 TO WS-TARC-ACHADA.
           PERFORM VARYING IDX-TARC FROM 1 BY 1
               UNTIL IDX-TARC > WS-NUM-TARIFAS-CLASSE
               IF (TARC-CLASSE(IDX-TARC) = TAR-CLASSE) AND
                  (TARC-DATA-INICIO(IDX-TARC) = TAR-DATA-INICIO) THEN
                   MOVE IDX-TARC TO WS-TARC-ACHADA
               END-IF
           END-PERFORM.
           IF (WS-TARC-ACHADA = 0) THEN
               IF (WS-NUM-TARIFAS-CLASSE >= 30) THEN
                   MOVE "S" TO WS-TAR-TRUNCADO
               ELSE
                   ADD 1 TO WS-NUM-TARIFAS-CLASSE
                   MOVE WS-NUM-TARIFAS-CLASSE TO WS-TARC-ACHADA
                   MOVE TAR-CLASSE TO TARC-CLASSE(WS-TARC-ACHADA)
                   MOVE TAR-DATA-INICIO
                       TO TARC-DATA-INICIO(WS-TARC-ACHADA)
               END-IF
           END-IF.
           PERFORM VARYING IDX-TARC FROM 1 BY 1
               UNTIL IDX-TARC > WS-NUM-TARIFAS-CLASSE
               IF (IDX-TARC = WS-TARC-ACHADA) THEN
                   MOVE TAR-DISPONIBILIDADE
                       TO TARC-DISPONIBILIDADE(IDX-TARC)
                   MOVE TAR-SANEAMENTO-PCT

       SEMEAR-TARIFARIO.
           MOVE 3 TO WS-NUM-TARIFAS-CLASSE.
           MOVE 0 TO TARC-DATA-INICIO(1).
           MOVE 0 TO TARC-DATA-INICIO(2).
           MOVE 0 TO TARC-DATA-INICIO(3).
           MOVE "D" TO TARC-CLASSE(1).
           MOVE 5.00 TO TARC-DISPONIBILIDADE(1).
           MOVE 0.50 TO TARC-SANEAMENTO-PCT(1).
               END-PERFORM
           END-PERFORM.

      * Versao da classe em vigor em WS-TAR-DATA-REF: a de data de
      * entrada em vigor mais recente que nao passe dessa data.
       SELECIONAR-TARIFA-CLASSE.
           MOVE 0 TO WS-TARC-ACHADA.
           MOVE 0 TO WS-TAR-VIGOR.
           PERFORM VARYING IDX-TARC FROM 1 BY 1
               UNTIL IDX-TARC > WS-NUM-TARIFAS-CLASSE
               IF (TARC-CLASSE(IDX-TARC) = WS-TAR-CLASSE-PEDIDA) AND
                  (TARC-DATA-INICIO(IDX-TARC) <= WS-TAR-DATA-REF) AND
                  (TARC-DATA-INICIO(IDX-TARC) >= WS-TAR-VIGOR) THEN
                   MOVE IDX-TARC TO WS-TARC-ACHADA
                   MOVE TARC-DATA-INICIO(IDX-TARC) TO WS-TAR-VIGOR
               END-IF
           END-PERFORM.
           IF (WS-TARC-ACHADA = 0) THEN
               MOVE 1 TO WS-TARC-ACHADA
               MOVE TARC-DATA-INICIO(1) TO WS-TAR-VIGOR
           END-IF.
           MOVE TARC-DISPONIBILIDADE(WS-TARC-ACHADA)
               TO WS-TAR-DISPONIBILIDADE.
               MOVE TARC-ESC-PRECO(WS-TARC-ACHADA IDX-ESC)
                   TO WS-ESC-PRECO(IDX-ESC)
           END-PERFORM.

      * Primeiro e ultimo dia do mes de faturacao WS-TAR-PERIODO e
      * numero de dias do mes.
       DELIMITAR-MES-TARIFA.
           COMPUTE WS-TAR-INICIO-MES = (WS-TAR-PERIODO-ANO * 10000) +
               (WS-TAR-PERIODO-MES * 100) + 1.
           IF (WS-TAR-PERIODO-MES = 12) THEN
               COMPUTE WS-TAR-INICIO-SEGUINTE =
                   ((WS-TAR-PERIODO-ANO + 1) * 10000) + 101
           ELSE
               COMPUTE WS-TAR-INICIO-SEGUINTE = WS-TAR-INICIO-MES + 100
           END-IF.
           COMPUTE WS-TAR-DIAS-MES =
               FUNCTION INTEGER-OF-DATE(WS-TAR-INICIO-SEGUINTE) -
               FUNCTION INTEGER-OF-DATE(WS-TAR-INICIO-MES).
           COMPUTE WS-TAR-FIM-MES =
               WS-TAR-INICIO-MES + WS-TAR-DIAS-MES - 1.

      * Nova versao da classe pedida que entra em vigor depois do dia
      * 1 do mes delimitado: WS-TAR-DIAS-ANTES sao os dias faturados
      * pela versao anterior (0 - o mes inteiro numa so versao).
       PROCURAR-MUDANCA-TARIFA.
           MOVE 0 TO WS-TAR-DATA-MUDANCA.
           MOVE 0 TO WS-TAR-DIAS-ANTES.
           PERFORM VARYING IDX-TARC FROM 1 BY 1
               UNTIL IDX-TARC > WS-NUM-TARIFAS-CLASSE
               IF (TARC-CLASSE(IDX-TARC) = WS-TAR-CLASSE-PEDIDA) AND
                  (TARC-DATA-INICIO(IDX-TARC) > WS-TAR-INICIO-MES) AND
                  (TARC-DATA-INICIO(IDX-TARC) <= WS-TAR-FIM-MES) AND
                  (TARC-DATA-INICIO(IDX-TARC) > WS-TAR-DATA-MUDANCA)
                   THEN
                   MOVE TARC-DATA-INICIO(IDX-TARC)
                       TO WS-TAR-DATA-MUDANCA
               END-IF
           END-PERFORM.
           IF (WS-TAR-DATA-MUDANCA > 0) THEN
               COMPUTE WS-TAR-DIAS-ANTES =
                   WS-TAR-DATA-MUDANCA - WS-TAR-INICIO-MES
           END-IF.

      * Valor de uma parte do mes com a versao selecionada: os
      * escaloes e a disponibilidade sao proporcionais aos dias da
      * parte (WS-TAR-PARTE-DIAS em WS-TAR-DIAS-MES).
       CALCULAR-PARTE-TARIFA.
           MOVE WS-TAR-PARTE-M3 TO WS-TAR-PARTE-RESTANTE.
           MOVE 0 TO WS-TAR-PARTE-CONSUMO.
           PERFORM VARYING IDX-ESC FROM 1 BY 1 UNTIL IDX-ESC > 3
               COMPUTE WS-TAR-PARTE-ESCALAO ROUNDED =
                   (WS-ESC-QTD(IDX-ESC) * WS-TAR-PARTE-DIAS) /
                   WS-TAR-DIAS-MES
               IF (WS-TAR-PARTE-RESTANTE > WS-TAR-PARTE-ESCALAO) THEN
                   COMPUTE WS-TAR-PARTE-CONSUMO =
                       WS-TAR-PARTE-CONSUMO +
                       (WS-TAR-PARTE-ESCALAO * WS-ESC-PRECO(IDX-ESC))
                   SUBTRACT WS-TAR-PARTE-ESCALAO
                       FROM WS-TAR-PARTE-RESTANTE
               ELSE
                   COMPUTE WS-TAR-PARTE-CONSUMO =
                       WS-TAR-PARTE-CONSUMO +
                       (WS-TAR-PARTE-RESTANTE * WS-ESC-PRECO(IDX-ESC))
                   MOVE 0 TO WS-TAR-PARTE-RESTANTE
               END-IF
           END-PERFORM.
           IF (WS-TAR-PARTE-RESTANTE > 0) THEN
               COMPUTE WS-TAR-PARTE-CONSUMO = WS-TAR-PARTE-CONSUMO +
                   (WS-TAR-PARTE-RESTANTE * WS-ESC-PRECO(4))
           END-IF.
           COMPUTE WS-TAR-PARTE-DISPON ROUNDED =
               (WS-TAR-DISPONIBILIDADE * WS-TAR-PARTE-DIAS) /
               WS-TAR-DIAS-MES.
           COMPUTE WS-TAR-PARTE-SANEAMENTO ROUNDED =
               WS-TAR-PARTE-CONSUMO * WS-TAR-SANEAMENTO-PCT.
