      *          contas (codigo, nome, NIF, limite de credito), corre a
      *          faturacao mensal consolidada (junta os alugueres do
      *          mes faturados a conta numa fatura numerada em
      *          FATURAS-CORP.TXT com resumo de IVA, mais as portagens
      *          Via Verde dos seus contratos ainda por faturar) e
      *          regista os pagamentos que abatem ao saldo e se
      *          imputam aos titulos em aberto da conta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "CONTAS-CORP-SELECT.cpy".
           COPY "ALUGUERES-SELECT.cpy".
           COPY "PORTAGENS-SELECT.cpy".
           COPY "CONTAS-RECEBER-SELECT.cpy".
           SELECT FICHEIRO-CTR-FATCORP ASSIGN TO "FATCORP-CTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-FATCORP-STATUS.
           SELECT FATURAS-CORP ASSIGN TO "FATURAS-CORP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "FATURA-HASH-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "OPERADOR-SESSAO-FD.cpy".
           COPY "CONTAS-CORP-FD.cpy".
           COPY "ALUGUERES-FD.cpy".
           COPY "PORTAGENS-FD.cpy".
           COPY "CONTAS-RECEBER-FD.cpy".

       FD  FICHEIRO-CTR-FATCORP.
       01  REG-CTR-FATCORP        PIC 9(06).
       FD  FATURAS-CORP.
       01  FATCORP-LINHA          PIC X(80).

       COPY "FATURA-HASH-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "OPERADOR-SESSAO-WS.cpy".
       COPY "CONTAS-CORP-WS.cpy".
       COPY "PORTAGENS-WS.cpy".
       COPY "CONTAS-RECEBER-WS.cpy".
       COPY "FATURA-HASH-WS.cpy".
       77 WS-ALUGUERES-STATUS    PIC XX VALUES SPACES.
       77 WS-CTR-FATCORP-STATUS  PIC XX VALUES SPACES.
       77 WS-OPCAO               PIC 9(01) VALUES 9.
       77 WS-TOTAL-BASE          PIC 9(08)V99 VALUES 0.
       77 WS-TOTAL-IVA           PIC 9(08)V99 VALUES 0.
       77 WS-TOTAL-FAT           PIC 9(08)V99 VALUES 0.
       77 WS-TOTAL-PORTAGENS     PIC 9(07)V99 VALUES 0.
       77 WS-LINHAS-PORTAGEM     PIC 9(03) VALUES 0.
       77 WS-PAGAMENTO           PIC 9(07)V99 VALUES 0.
       77 WS-FORMAT              PIC Z(7)9.99.
       77 WS-FORMAT2             PIC Z(7)9.99.

       PROCEDURE DIVISION.
       MENU-CORP.
           PERFORM LER-OPERADOR-SESSAO.
           PERFORM CARREGAR-CONTAS-CORP.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           DISPLAY "=== CONTAS DE EMPRESA - ALUGUER ===".
           MOVE 0 TO WS-TOTAL-IVA.
           MOVE 0 TO WS-TOTAL-FAT.
           OPEN EXTEND FATURAS-CORP.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO FATCORP-LINHA
               WRITE FATCORP-LINHA
           END-IF.
           MOVE "=================================================="
               TO FATCORP-LINHA.
           WRITE FATCORP-LINHA.
               END-PERFORM
               CLOSE FICHEIRO-ALUGUERES
           END-IF.
           PERFORM FATURAR-PORTAGENS.
           COMPUTE WS-TOTAL-BASE = WS-TOTAL-FAT - WS-TOTAL-IVA.
           MOVE WS-TOTAL-BASE TO WS-FORMAT.
           MOVE WS-TOTAL-IVA TO WS-FORMAT2.
               "   IVA (23%): " WS-FORMAT2
               DELIMITED BY SIZE INTO FATCORP-LINHA.
           WRITE FATCORP-LINHA.
           IF (WS-LINHAS-PORTAGEM > 0) THEN
               MOVE WS-TOTAL-PORTAGENS TO WS-FORMAT
               MOVE SPACES TO FATCORP-LINHA
               STRING "PORTAGENS (REDEBITO A CUSTO): " WS-FORMAT
                   DELIMITED BY SIZE INTO FATCORP-LINHA
               WRITE FATCORP-LINHA
               MOVE SPACES TO FATCORP-LINHA
               ADD WS-TOTAL-PORTAGENS TO WS-TOTAL-FAT
           END-IF.
           MOVE WS-TOTAL-FAT TO WS-FORMAT.
           STRING "TOTAL DA FATURA: " WS-FORMAT
               DELIMITED BY SIZE INTO FATCORP-LINHA.
           WRITE FATCORP-LINHA.
      * Serie FCO: so com o total fechado se pode calcular o hash.
           MOVE "FCO" TO WS-FH-SERIE.
           MOVE WS-NUM-FATURA TO WS-FH-NUMERO.
           MOVE WS-HOJE TO WS-FH-DATA.
           MOVE WS-TOTAL-FAT TO WS-FH-TOTAL.
           PERFORM ENCADEAR-FATURA.
           MOVE WS-FH-LINHA-CODIGO TO FATCORP-LINHA.
           WRITE FATCORP-LINHA.
           MOVE WS-FH-LINHA-ATCUD TO FATCORP-LINHA.
           WRITE FATCORP-LINHA.
           MOVE SPACES TO FATCORP-LINHA.
           MOVE WS-FH-LINHA-HASH TO FATCORP-LINHA.
           WRITE FATCORP-LINHA.
           MOVE "=================================================="
               TO FATCORP-LINHA.
           WRITE FATCORP-LINHA.
           CLOSE FATURAS-CORP.
           DISPLAY "FATURA N. " WS-NUM-FATURA " COM "
               WS-LINHAS-FAT " ALUGUER(ES) EMITIDA.".
           IF (WS-LINHAS-PORTAGEM > 0) THEN
               DISPLAY "INCLUI " WS-LINHAS-PORTAGEM
                   " PORTAGEM(ENS) VIA VERDE."
           END-IF.

       ESCREVER-LINHA-FATURA.
           ADD 1 TO WS-LINHAS-FAT.
               DELIMITED BY SIZE INTO FATCORP-LINHA.
           WRITE FATCORP-LINHA.

      * Portagens Via Verde imputadas pelo T03-PORTAGENS aos
      * contratos desta conta e ainda por faturar (estado E): entram
      * todas na fatura seguinte, qualquer que seja o mes da
      * passagem, como redebito sem IVA, e sobem o saldo da conta (os
      * alugueres ja o subiram na devolucao).
       FATURAR-PORTAGENS.
           MOVE 0 TO WS-LINHAS-PORTAGEM.
           MOVE 0 TO WS-TOTAL-PORTAGENS.
           PERFORM CARREGAR-PORTAGENS.
           PERFORM VARYING IDX-POR FROM 1 BY 1
               UNTIL IDX-POR > WS-NUM-PORTAGENS
               IF (POR-T-ESTADO(IDX-POR) = "E") AND
                  (POR-T-CONTA-CORP(IDX-POR) = WS-CODIGO) THEN
                   ADD 1 TO WS-LINHAS-PORTAGEM
                   ADD POR-T-VALOR(IDX-POR) TO WS-TOTAL-PORTAGENS
                   MOVE POR-T-VALOR(IDX-POR) TO WS-FORMAT
                   MOVE SPACES TO FATCORP-LINHA
                   STRING "PORTAGEM " POR-T-DATA(IDX-POR) " "
                       POR-T-PLACA(IDX-POR) " "
                       POR-T-PORTICO(IDX-POR) " CTR "
                       POR-T-CONTRATO(IDX-POR) " " WS-FORMAT
                       DELIMITED BY SIZE INTO FATCORP-LINHA
                   WRITE FATCORP-LINHA
                   MOVE "F" TO POR-T-ESTADO(IDX-POR)
                   MOVE WS-NUM-FATURA TO POR-T-FATURA(IDX-POR)
               END-IF
           END-PERFORM.
           MOVE SPACES TO FATCORP-LINHA.
           IF (WS-LINHAS-PORTAGEM > 0) THEN
               PERFORM GRAVAR-PORTAGENS
               ADD WS-TOTAL-PORTAGENS TO CCO-T-SALDO(WS-CCO-ACHADA)
               PERFORM GRAVAR-CONTAS-CORP
               MOVE "E" TO WS-TN-TIPO-CONTA
               MOVE WS-CODIGO TO WS-TN-CONTA
               MOVE "P" TO WS-TN-TIPO-DOC
               MOVE 0 TO WS-TN-CONTRATO
               MOVE WS-NUM-FATURA TO WS-TN-FATURA
               MOVE "PORTAGENS VIA VERDE" TO WS-TN-DESCRICAO
               MOVE WS-HOJE TO WS-TN-DATA
               MOVE WS-TOTAL-PORTAGENS TO WS-TN-VALOR
               PERFORM LANCAR-TITULO THRU FIM-LANCAR-TITULO
           END-IF.

       REGISTAR-PAGAMENTO.
           DISPLAY "CODIGO DA CONTA: " WITH NO ADVANCING.
           ACCEPT WS-CODIGO.
           END-IF.
           SUBTRACT WS-PAGAMENTO FROM CCO-T-SALDO(WS-CCO-ACHADA).
           PERFORM GRAVAR-CONTAS-CORP.
           MOVE "E" TO WS-TN-TIPO-CONTA.
           MOVE WS-CODIGO TO WS-TN-CONTA.
           MOVE WS-PAGAMENTO TO WS-TIT-PAGAMENTO.
           MOVE WS-HOJE TO WS-TIT-HOJE.
           PERFORM IMPUTAR-PAGAMENTO THRU FIM-IMPUTAR-PAGAMENTO.
           IF (WS-TIT-RESTO > 0) THEN
               MOVE WS-TIT-RESTO TO WS-FORMAT
               DISPLAY "POR IMPUTAR A TITULOS (SALDO ANTERIOR): "
                   WS-FORMAT
           END-IF.
           MOVE CCO-T-SALDO(WS-CCO-ACHADA) TO WS-FORMAT.
           DISPLAY "PAGAMENTO REGISTADO. NOVO SALDO: " WS-FORMAT.

           CLOSE FICHEIRO-CTR-FATCORP.

       COPY "CONTAS-CORP-PROC.cpy".
       COPY "PORTAGENS-PROC.cpy".
       COPY "CONTAS-RECEBER-PROC.cpy".
       COPY "FATURA-HASH-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       END PROGRAM T03-FATURA-CORP.
