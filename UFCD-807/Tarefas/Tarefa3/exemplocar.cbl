           COPY "CONTRATO-CONTADOR-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "ERRO-LOG-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       COPY "CONTRATO-CONTADOR-WS.cpy".
       PROCEDURE DIVISION.

       MAIN-PROGRAM.
           MOVE "ABC-RENT-A-CAR" TO WS-JRN-PROGRAMA.
           IF (WS-CONTADOR-CARREGADO = "N") THEN
               PERFORM LER-OPERADOR-SESSAO
               MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR
               DISPLAY "VEICULO COM IPO CADUCADA - BLOQUEADO!"
               MOVE "N" TO WS-RESERVA-OK
           END-IF.
           IF (FR-T-DISPONIVEL(CAR-OPTION-NUM) = "T") THEN
               DISPLAY "VEICULO EM TRANSFERENCIA ENTRE FILIAIS!"
               MOVE "N" TO WS-RESERVA-OK
           END-IF.
           IF (FR-T-RES-DIAS(CAR-OPTION-NUM) > 0) THEN
               COMPUTE WS-JULIANO-EXIST = FUNCTION INTEGER-OF-DATE(
                   FR-T-RES-INICIO(CAR-OPTION-NUM))
                   FR-T-RES-DIAS(CAR-OPTION-NUM)
               IF (WS-JULIANO-HOJE >= WS-JULIANO-EXIST-FIM) THEN
                   MOVE 0 TO FR-T-RES-DIAS(CAR-OPTION-NUM)
                   IF (FR-T-DISPONIVEL(CAR-OPTION-NUM) NOT = "T") THEN
                       MOVE "S" TO FR-T-DISPONIVEL(CAR-OPTION-NUM)
                   END-IF
               ELSE
                   IF (WS-JULIANO-NOVO < WS-JULIANO-EXIST-FIM) AND
                      (WS-JULIANO-NOVO-FIM > WS-JULIANO-EXIST) THEN
           MOVE FR-T-FILIAL(CAR-OPTION-NUM) TO ALG-FILIAL.
           MOVE 0 TO ALG-NIF.
           MOVE 0 TO ALG-FATURA-NUM.
           MOVE SPACES TO ALG-CANAL.
           MOVE SPACES TO ALG-INTERNO.
           WRITE REG-ALUGUER.
           CLOSE FICHEIRO-ALUGUERES.

