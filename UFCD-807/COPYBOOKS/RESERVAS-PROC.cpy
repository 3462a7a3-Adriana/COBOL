      * Reservas da sala (RESERVAS.DAT), carregadas inteiras; o
      * ficheiro reescreve-se todo em GRAVAR-RESERVAS. As reservas
      * com mais de um ano ficam de fora (e saem na regravacao),
      * exceto as faltas, que contam para o pedido de sinal.
       CARREGAR-RESERVAS.
           ACCEPT WS-RES-HOJE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-NUM-RESERVAS.
           MOVE 0 TO WS-RES-ULTIMO-NUM.
           MOVE "N" TO WS-RES-TRUNCADA.
           MOVE SPACES TO WS-RESERVAS-STATUS.
           OPEN INPUT FICHEIRO-RESERVAS.
           IF (WS-RESERVAS-STATUS = "00") THEN
               PERFORM UNTIL WS-RESERVAS-STATUS = "10"
                   READ FICHEIRO-RESERVAS
                       AT END MOVE "10" TO WS-RESERVAS-STATUS
                       NOT AT END
                           IF (RES-NUMERO > WS-RES-ULTIMO-NUM) THEN
                               MOVE RES-NUMERO TO WS-RES-ULTIMO-NUM
                           END-IF
                           IF (RES-DATA >= WS-RES-HOJE - 10000) OR
                              (RES-ESTADO = "F") THEN
                               PERFORM GUARDAR-RESERVA-LIDA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-RESERVAS.

       GUARDAR-RESERVA-LIDA.
           IF (WS-NUM-RESERVAS < 900) THEN
               ADD 1 TO WS-NUM-RESERVAS
               MOVE REG-RESERVA TO RES-ITEM(WS-NUM-RESERVAS)
           ELSE
               MOVE "S" TO WS-RES-TRUNCADA
           END-IF.

       GRAVAR-RESERVAS.
           CALL "BACKUP-FICHEIRO" USING WS-NOME-BACKUP-RES.
           OPEN OUTPUT FICHEIRO-RESERVAS.
           PERFORM VARYING IDX-RES FROM 1 BY 1
               UNTIL IDX-RES > WS-NUM-RESERVAS
               MOVE RES-ITEM(IDX-RES) TO REG-RESERVA
               WRITE REG-RESERVA
           END-PERFORM.
           CLOSE FICHEIRO-RESERVAS.

      * Procura reserva ativa (R ou S) na mesma mesa e dia que se
      * sobreponha a RES-T-HORA(IDX-RES) ao longo de WS-RES-DURACAO;
      * devolve em WS-RES-CHOQUE a reserva em conflito (0 = livre).
       VERIFICAR-CHOQUE-RESERVA.
           MOVE 0 TO WS-RES-CHOQUE.
           MOVE RES-T-HORA(IDX-RES) TO WS-RES-HHMM.
           COMPUTE WS-RES-MIN-A = WS-RES-HH * 60 + WS-RES-MM.
           PERFORM VARYING WS-RES-ACHADA FROM 1 BY 1
               UNTIL WS-RES-ACHADA > WS-NUM-RESERVAS
               IF (WS-RES-ACHADA NOT = IDX-RES) AND
                  (RES-T-DATA(WS-RES-ACHADA) = RES-T-DATA(IDX-RES))
                  AND
                  (RES-T-MESA(WS-RES-ACHADA) = RES-T-MESA(IDX-RES))
                  AND
                  ((RES-T-ESTADO(WS-RES-ACHADA) = "R") OR
                   (RES-T-ESTADO(WS-RES-ACHADA) = "S")) THEN
                   MOVE RES-T-HORA(WS-RES-ACHADA) TO WS-RES-HHMM
                   COMPUTE WS-RES-MIN-B = WS-RES-HH * 60 + WS-RES-MM
                   IF (WS-RES-MIN-B < WS-RES-MIN-A + WS-RES-DURACAO)
                      AND
                      (WS-RES-MIN-A < WS-RES-MIN-B + WS-RES-DURACAO)
                      THEN
                       MOVE WS-RES-ACHADA TO WS-RES-CHOQUE
                   END-IF
               END-IF
           END-PERFORM.
