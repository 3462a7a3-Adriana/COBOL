       01  CONTRATO-LINHA      PIC X(50).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "ERRO-LOG-WS.cpy".
       COPY "CONTRATO-CONTADOR-WS.cpy".
       COPY "CONTRATOS-WS.cpy".

       PROCEDURE DIVISION.
       MAIN.
           MOVE "CALCULADORA-ALUGUER-CARRO" TO WS-JRN-PROGRAMA.
           IF (WS-CONTADOR-CARREGADO = "N") THEN
               PERFORM CARREGAR-FROTA
               PERFORM CARREGAR-CONTADOR-CONTRATO
           ACCEPT WS-SEGURO.
           DISPLAY "FILIAL DE LEVANTAMENTO (1/2): ".
           ACCEPT WS-FILIAL-LEVANTAMENTO.
           DISPLAY "FILIAL DE DEVOLUCAO PREVISTA (1/2): ".
           ACCEPT WS-FILIAL-DEVOLUCAO.
           IF (WS-FILIAL-DEVOLUCAO = 0) THEN
               MOVE WS-FILIAL-LEVANTAMENTO TO WS-FILIAL-DEVOLUCAO
           END-IF.
           DISPLAY "NIVEL DE COMBUSTIVEL (0-8 OITAVOS): ".
           ACCEPT COMBUSTIVEL-LEV.
           IF (COMBUSTIVEL-LEV > 8) THEN
                   TO CTR-T-COMB-LEV(WS-NUM-CONTRATOS)
               MOVE COMBUSTIVEL-LEV
                   TO CTR-T-COMB-DEV(WS-NUM-CONTRATOS)
               MOVE WS-FILIAL-DEVOLUCAO
                   TO CTR-T-FILIAL-DEV(WS-NUM-CONTRATOS)
               PERFORM GRAVAR-CONTRATOS
               MOVE "S" TO WS-CONTRATO-GRAVADO
           END-IF.

       IMPRIMIR-ABERTURA.
           OPEN EXTEND CONTRATO-ALUGUER.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO CONTRATO-LINHA
               WRITE CONTRATO-LINHA
           END-IF.
           MOVE "================================================"
               TO CONTRATO-LINHA
           WRITE CONTRATO-LINHA.
           MOVE WS-DATA-DEVOLUCAO
               TO CTR-T-DATA-DEVOLUCAO(WS-CTR-ACHADO).
           MOVE QUILOMETROS TO CTR-T-KMS(WS-CTR-ACHADO).
           MOVE WS-FILIAL-DEVOLUCAO
               TO CTR-T-FILIAL-DEV(WS-CTR-ACHADO).
           PERFORM GRAVAR-CONTRATOS.
           MOVE 0 TO FR-T-RES-DIAS(CARRO-OPCAO-NUM).
           MOVE "S" TO FR-T-DISPONIVEL(CARRO-OPCAO-NUM).
           MOVE WS-FILIAL-DEVOLUCAO TO FR-T-LOCAL(CARRO-OPCAO-NUM).
           PERFORM GRAVAR-FROTA.

       SEMEAR-FROTA.
               DISPLAY "VEICULO COM IPO CADUCADA - BLOQUEADO!"
               MOVE "N" TO WS-RESERVA-OK
           END-IF.
           IF (FR-T-DISPONIVEL(CARRO-OPCAO-NUM) = "T") THEN
               DISPLAY "VEICULO EM TRANSFERENCIA ENTRE FILIAIS!"
               MOVE "N" TO WS-RESERVA-OK
           END-IF.
           IF (FR-T-RES-DIAS(CARRO-OPCAO-NUM) > 0) THEN
               COMPUTE WS-JULIANO-EXIST = FUNCTION INTEGER-OF-DATE(
                   FR-T-RES-INICIO(CARRO-OPCAO-NUM))
                   FR-T-RES-DIAS(CARRO-OPCAO-NUM)
               IF (WS-JULIANO-HOJE >= WS-JULIANO-EXIST-FIM) THEN
                   MOVE 0 TO FR-T-RES-DIAS(CARRO-OPCAO-NUM)
                   IF (FR-T-DISPONIVEL(CARRO-OPCAO-NUM) NOT = "T") THEN
                       MOVE "S" TO FR-T-DISPONIVEL(CARRO-OPCAO-NUM)
                   END-IF
               ELSE
                   IF (WS-JULIANO-NOVO < WS-JULIANO-EXIST-FIM) AND
                      (WS-JULIANO-NOVO-FIM > WS-JULIANO-EXIST) THEN

       IMPRIMIR-CONTRATO.
           OPEN EXTEND CONTRATO-ALUGUER.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO CONTRATO-LINHA
               WRITE CONTRATO-LINHA
           END-IF.
           MOVE "================================================"
               TO CONTRATO-LINHA
           WRITE CONTRATO-LINHA.
           MOVE FR-T-FILIAL(CARRO-OPCAO-NUM) TO ALG-FILIAL.
           MOVE 0 TO ALG-NIF.
           MOVE 0 TO ALG-FATURA-NUM.
           MOVE SPACES TO ALG-CANAL.
           MOVE SPACES TO ALG-INTERNO.
           WRITE REG-ALUGUER.
           CLOSE FICHEIRO-ALUGUERES.

