      *          por matricula, regista o orcamento e o custo final da
      *          reparacao, abate o custo a caucao retida no contrato,
      *          emite a carta de cobranca em CARTA-DANOS.TXT e marca
      *          o dano como liquidado em DANOS.DAT. O valor em falta
      *          alem da caucao fica em divida do cliente (ou da conta
      *          de empresa do contrato) com titulo em contas a
      *          receber.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY "DANOS-SELECT.cpy".
           COPY "CONTRATOS-SELECT.cpy".
           COPY "CLIENTES-ALUGUER-SELECT.cpy".
           COPY "CONTAS-CORP-SELECT.cpy".
           COPY "CONTAS-RECEBER-SELECT.cpy".
           SELECT CARTA-DANOS ASSIGN TO "CARTA-DANOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FILE SECTION.
           COPY "DANOS-FD.cpy".
           COPY "CONTRATOS-FD.cpy".
           COPY "CLIENTES-ALUGUER-FD.cpy".
           COPY "CONTAS-CORP-FD.cpy".
           COPY "CONTAS-RECEBER-FD.cpy".

       FD  CARTA-DANOS.
       01  CARTA-LINHA            PIC X(60).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "CONTRATOS-WS.cpy".
       COPY "CLIENTES-ALUGUER-WS.cpy".
       COPY "CONTAS-CORP-WS.cpy".
       COPY "CONTAS-RECEBER-WS.cpy".
       77 CARTA-CONDUCAO         PIC X(09) VALUES SPACES.
       77 WS-CONTA-CORP-DANO     PIC X(04) VALUES SPACES.
       77 WS-DANOS-STATUS        PIC XX VALUES SPACES.
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 3.

       PROCEDURE DIVISION.
       MENU-DANOS.
           MOVE "T03-DANOS" TO WS-JRN-PROGRAMA.
           PERFORM CARREGAR-DANOS.
           PERFORM CARREGAR-CONTRATOS.
           DISPLAY "=== GESTAO DE DANOS DA FROTA ===".
                   MOVE WS-SALDO-DANO TO WS-FORMAT-S
                   DISPLAY "VALOR EM FALTA (ALEM DA CAUCAO): "
                       WS-FORMAT-S
                   PERFORM LANCAR-DIVIDA-DANO
               END-IF
               PERFORM EMITIR-CARTA-COBRANCA
               MOVE "S" TO DANO-T-ESTADO(WS-DANO-ESCOLHIDO)

       PROCURAR-CAUCAO.
           MOVE 0 TO WS-CAUCAO-CONTRATO.
           MOVE SPACES TO CARTA-CONDUCAO.
           MOVE SPACES TO WS-CONTA-CORP-DANO.
           PERFORM VARYING IDX-CTR FROM 1 BY 1
               UNTIL IDX-CTR > WS-NUM-CONTRATOS
               IF (CTR-T-NUM(IDX-CTR) = WS-CONTRATO-PEDIDO) THEN
                   MOVE CTR-T-CAUCAO(IDX-CTR) TO WS-CAUCAO-CONTRATO
                   MOVE CTR-T-CARTA(IDX-CTR) TO CARTA-CONDUCAO
                   IF (CTR-T-CONTA-CORP(IDX-CTR) NOT = LOW-VALUES)
                       THEN
                       MOVE CTR-T-CONTA-CORP(IDX-CTR)
                           TO WS-CONTA-CORP-DANO
                   END-IF
               END-IF
           END-PERFORM.

      * O que a caucao nao cobre passa a divida: da conta de empresa
      * se o contrato lhe foi faturado, senao do cliente pela carta.
       LANCAR-DIVIDA-DANO.
           ACCEPT WS-TIT-HOJE FROM DATE YYYYMMDD.
           MOVE "D" TO WS-TN-TIPO-DOC.
           MOVE WS-CONTRATO-PEDIDO TO WS-TN-CONTRATO.
           MOVE 0 TO WS-TN-FATURA.
           MOVE DANO-T-DESCRICAO(WS-DANO-ESCOLHIDO)
               TO WS-TN-DESCRICAO.
           MOVE WS-TIT-HOJE TO WS-TN-DATA.
           MOVE WS-SALDO-DANO TO WS-TN-VALOR.
           IF (WS-CONTA-CORP-DANO NOT = SPACES) THEN
               PERFORM CARREGAR-CONTAS-CORP
               MOVE WS-CONTA-CORP-DANO TO WS-CONTA-CORP-PESQ
               PERFORM PROCURAR-CONTA-CORP
               IF (WS-CCO-ACHADA > 0) THEN
                   ADD WS-SALDO-DANO TO CCO-T-SALDO(WS-CCO-ACHADA)
                   PERFORM GRAVAR-CONTAS-CORP
                   MOVE "E" TO WS-TN-TIPO-CONTA
                   MOVE WS-CONTA-CORP-DANO TO WS-TN-CONTA
                   PERFORM LANCAR-TITULO THRU FIM-LANCAR-TITULO
                   DISPLAY "EM DIVIDA NA CONTA DE EMPRESA "
                       WS-CONTA-CORP-DANO "."
                   GO FIM-LANCAR-DIVIDA-DANO
               END-IF
           END-IF.
           PERFORM CARREGAR-CLIENTES-ALUGUER.
           PERFORM PROCURAR-CLIENTE-ALUGUER.
           IF (WS-CAL-ACHADO = 0) OR (WS-CAL-CTL-ERRO = "S") THEN
               DISPLAY "CLIENTE SEM FICHA - COBRANCA SO POR CARTA."
               GO FIM-LANCAR-DIVIDA-DANO
           END-IF.
           IF (CAL-T-SALDO-DEVIDO(WS-CAL-ACHADO) IS NUMERIC) THEN
               ADD WS-SALDO-DANO TO CAL-T-SALDO-DEVIDO(WS-CAL-ACHADO)
           ELSE
               MOVE WS-SALDO-DANO TO CAL-T-SALDO-DEVIDO(WS-CAL-ACHADO)
           END-IF.
           PERFORM GRAVAR-CLIENTES-ALUGUER.
           MOVE "C" TO WS-TN-TIPO-CONTA.
           MOVE CARTA-CONDUCAO TO WS-TN-CONTA.
           PERFORM LANCAR-TITULO THRU FIM-LANCAR-TITULO.
           DISPLAY "EM DIVIDA NA FICHA DO CLIENTE " CARTA-CONDUCAO ".".
       FIM-LANCAR-DIVIDA-DANO.
           EXIT.

       EMITIR-CARTA-COBRANCA.
           OPEN EXTEND CARTA-DANOS.
           MOVE "====================================================="
           CLOSE FICHEIRO-DANOS.

       COPY "CONTRATOS-PROC.cpy".
       COPY "CLIENTES-ALUGUER-PROC.cpy".
       COPY "CONTAS-CORP-PROC.cpy".
       COPY "CONTAS-RECEBER-PROC.cpy".

       END PROGRAM T03-DANOS.
