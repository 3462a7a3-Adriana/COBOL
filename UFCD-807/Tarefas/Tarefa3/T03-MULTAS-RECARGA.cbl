      *          cliente responsavel, emite a carta de recarga com taxa
      *          administrativa em CARTAS-RECARGA.TXT e lanca o valor
      *          em divida na ficha do cliente (CLIENTES-ALUGUER.DAT),
      *          bloqueando-o ate pagar, com um titulo em contas a
      *          receber. Uma multa recarregada fica marcada para
      *          nunca ser cobrada duas vezes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "MULTAS-SELECT.cpy".
           COPY "CONTRATOS-SELECT.cpy".
           COPY "CLIENTES-ALUGUER-SELECT.cpy".
           COPY "CONTAS-RECEBER-SELECT.cpy".
           SELECT CARTAS-RECARGA ASSIGN TO "CARTAS-RECARGA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "MULTAS-FD.cpy".
           COPY "CONTRATOS-FD.cpy".
           COPY "CLIENTES-ALUGUER-FD.cpy".
           COPY "CONTAS-RECEBER-FD.cpy".

       FD  CARTAS-RECARGA.
       01  CARTA-REC-LINHA        PIC X(70).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       77 WS-MULTAS-STATUS       PIC XX VALUES SPACES.
       COPY "CONTRATOS-WS.cpy".
       COPY "CLIENTES-ALUGUER-WS.cpy".
       COPY "CONTAS-RECEBER-WS.cpy".
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 2.
       77 WS-CONTRATO-PEDIDO     PIC 9(04) VALUES 0.

       PROCEDURE DIVISION.
       MENU-RECARGA.
           MOVE "T03-MULTAS-RECARGA" TO WS-JRN-PROGRAMA.
           PERFORM CARREGAR-CONTRATOS.
           PERFORM CARREGAR-CLIENTES-ALUGUER.
           DISPLAY "=== RECARGA DE MULTAS AOS CLIENTES ===".
           MOVE "MULTA RECARREGADA POR PAGAR"
               TO CAL-T-MOTIVO(WS-CAL-ACHADO).
           PERFORM GRAVAR-CLIENTES-ALUGUER.
           ACCEPT WS-TIT-HOJE FROM DATE YYYYMMDD.
           MOVE "C" TO WS-TN-TIPO-CONTA.
           MOVE CARTA-CONDUCAO TO WS-TN-CONTA.
           MOVE "M" TO WS-TN-TIPO-DOC.
           MOVE CTR-T-NUM(WS-CTR-RESPONSAVEL) TO WS-TN-CONTRATO.
           MOVE 0 TO WS-TN-FATURA.
           MOVE SPACES TO WS-TN-DESCRICAO.
           STRING "MULTA " MUL-DATA " " MUL-PLACA
               DELIMITED BY SIZE INTO WS-TN-DESCRICAO.
           MOVE WS-TIT-HOJE TO WS-TN-DATA.
           MOVE WS-VALOR-RECARGA TO WS-TN-VALOR.
           PERFORM LANCAR-TITULO THRU FIM-LANCAR-TITULO.
           MOVE REG-MULTA TO WS-JRN-ANTES.
           MOVE "S" TO MUL-RECARGA.
           REWRITE REG-MULTA.
           IF (WS-MULTAS-STATUS = "00") THEN
               MOVE "A" TO WS-JRN-OPERACAO
               PERFORM JORNAL-MULTA
           END-IF.
           PERFORM EMITIR-CARTA-RECARGA.
           ADD 1 TO WS-RECARGAS.
       FIM-AVALIAR-MULTA-FROTA.
           END-IF.
           SUBTRACT WS-PAGAMENTO
               FROM CAL-T-SALDO-DEVIDO(WS-CAL-ACHADO).
           ACCEPT WS-TIT-HOJE FROM DATE YYYYMMDD.
           MOVE "C" TO WS-TN-TIPO-CONTA.
           MOVE CARTA-CONDUCAO TO WS-TN-CONTA.
           MOVE WS-PAGAMENTO TO WS-TIT-PAGAMENTO.
           PERFORM IMPUTAR-PAGAMENTO THRU FIM-IMPUTAR-PAGAMENTO.
           IF (CAL-T-SALDO-DEVIDO(WS-CAL-ACHADO) = 0) AND
              (CAL-T-MOTIVO(WS-CAL-ACHADO) =
               "MULTA RECARREGADA POR PAGAR") THEN

       COPY "CONTRATOS-PROC.cpy".
       COPY "CLIENTES-ALUGUER-PROC.cpy".
       COPY "CONTAS-RECEBER-PROC.cpy".

       COPY "JORNAL-MULTAS-PROC.cpy".

       END PROGRAM T03-MULTAS-RECARGA.
