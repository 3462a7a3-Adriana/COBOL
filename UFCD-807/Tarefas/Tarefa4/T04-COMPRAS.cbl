      * Purpose: Recepcao de mercadoria da pizzaria - regista entregas
      *          de fornecedores em COMPRAS.DAT, repoe os contadores de
      *          STOCK.DAT e sugere encomendas para os ingredientes em
      *          stock minimo. Emite as encomendas a fornecedores
      *          (ENCOMENDAS-FORN.DAT) e confere cada entrega com a
      *          linha da encomenda em aberto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "ERRO-LOG-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "LOTES-SELECT.cpy".
           COPY "ENCOMENDAS-FORN-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "COMPRAS-FD.cpy".
           COPY "LOTES-FD.cpy".
           COPY "ENCOMENDAS-FORN-FD.cpy".

       FD  FICHEIRO-STOCK.
       01  REG-STOCK             PIC 9(04).
       COPY "OPERADOR-SESSAO-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "JORNAL-TAB-STOCK-WS.cpy".
       77 WS-COMPRAS-STATUS      PIC XX VALUES SPACES.
       77 WS-STOCK-STATUS        PIC XX VALUES SPACES.
       COPY "ERRO-LOG-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 4.
       77 IDX-ING                PIC 9(02) VALUES 0.
       77 WS-STOCK-MINIMO        PIC 9(04) VALUES 5.
       77 WS-STOCK-ALVO          PIC 9(04) VALUES 50.
       COPY "LOTES-WS.cpy".
       77 WS-VALIDADE            PIC 9(08) VALUES 0.
       77 WS-CUSTO-UNIT          PIC 9(04)V99 VALUES 0.
       COPY "ENCOMENDAS-FORN-WS.cpy".
       77 WS-ENCOMENDA           PIC 9(06) VALUES 0.
       77 WS-LINHA-ENC           PIC 9(02) VALUES 0.
       77 WS-LINHAS-ABERTAS      PIC 9(03) VALUES 0.
       77 WS-IDX-LINHA           PIC 9(03) VALUES 0.
       77 WS-PRECO-ACORDADO      PIC 9(04)V99 VALUES 0.
       77 WS-EM-FALTA-ENC        PIC 9(04) VALUES 0.
       77 WS-FORMAT-PRECO        PIC Z(3)9.99.

       PROCEDURE DIVISION.
       MENU-COMPRAS.
           MOVE "T04-COMPRAS" TO WS-JRN-PROGRAMA.
           PERFORM LER-OPERADOR-SESSAO.
           MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR.
           PERFORM CARREGAR-STOCK.
           PERFORM CARREGAR-LOTES.
           PERFORM CARREGAR-ENCOMENDAS-FORN.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           DISPLAY "=== RECEPCAO DE MERCADORIA - PIZZARIA ===".
           DISPLAY "1 - REGISTAR ENTREGA DE FORNECEDOR".
           DISPLAY "2 - RELATORIO DE REPOSICAO DE STOCK".
           DISPLAY "3 - NOVA ENCOMENDA A FORNECEDOR".
           DISPLAY "4 - ENCOMENDAS EM ABERTO".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM REGISTAR-ENTREGA
               WHEN 2 PERFORM RELATORIO-REPOSICAO
               WHEN 3 PERFORM NOVA-ENCOMENDA THRU FIM-NOVA-ENCOMENDA
               WHEN 4 PERFORM LISTAR-ENCOMENDAS-ABERTAS
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-COMPRAS.
       REGISTAR-ENTREGA.
           DISPLAY "FORNECEDOR: " WITH NO ADVANCING.
           ACCEPT WS-FORNECEDOR.
           PERFORM LER-ENCOMENDA.
           PERFORM VARYING IDX-ING FROM 1 BY 1 UNTIL IDX-ING > 10
               DISPLAY IDX-ING " - " NOME-ING(IDX-ING)
           END-PERFORM.
           PERFORM LER-INGREDIENTE.

      * A entrega indica a encomenda a que responde; so aceita uma
      * encomenda do mesmo fornecedor que ainda tenha linhas abertas.
       LER-ENCOMENDA.
           DISPLAY "N. DA ENCOMENDA (0 = SEM ENCOMENDA): "
               WITH NO ADVANCING.
           ACCEPT WS-ENCOMENDA.
           IF (WS-ENCOMENDA = 0) THEN
               DISPLAY "ENTREGA SEM ENCOMENDA - A FATURA FICARA RETIDA"
                   " ATE SER CONFERIDA."
           ELSE
               MOVE 0 TO WS-LINHAS-ABERTAS
               PERFORM VARYING IDX-EFO FROM 1 BY 1
                   UNTIL IDX-EFO > WS-NUM-EFO
                   IF (EFO-T-NUMERO(IDX-EFO) = WS-ENCOMENDA) AND
                      (EFO-T-FORNECEDOR(IDX-EFO) = WS-FORNECEDOR) AND
                      (EFO-T-ESTADO(IDX-EFO) = "A") THEN
                       ADD 1 TO WS-LINHAS-ABERTAS
                       PERFORM MOSTRAR-LINHA-ENCOMENDA
                   END-IF
               END-PERFORM
               IF (WS-LINHAS-ABERTAS = 0) THEN
                   DISPLAY "ENCOMENDA INEXISTENTE, DE OUTRO FORNECEDOR"
                       " OU JA RECEBIDA!"
                   MOVE "T04-COMPRAS" TO WS-ERRO-PROGRAMA
                   MOVE "ENTREGA COM ENCOMENDA INVALIDA" TO
                       WS-ERRO-MENSAGEM
                   PERFORM REGISTAR-ERRO
                   GO LER-ENCOMENDA
               END-IF
           END-IF.

       LER-INGREDIENTE.
           DISPLAY "INGREDIENTE (1-10): " WITH NO ADVANCING.
           ACCEPT WS-INGREDIENTE.
           MOVE WS-INGREDIENTE TO CMP-INGREDIENTE.
           MOVE WS-QUANTIDADE  TO CMP-QUANTIDADE.
           MOVE WS-CUSTO       TO CMP-CUSTO.
           MOVE WS-ENCOMENDA   TO CMP-ENCOMENDA.
           WRITE REG-COMPRA.
           CLOSE FICHEIRO-COMPRAS.
           IF (WS-ENCOMENDA NOT = 0) THEN
               PERFORM CONFERIR-LINHA-ENCOMENDA
           END-IF.
           ADD WS-QUANTIDADE TO STOCK-ING(WS-INGREDIENTE).
           PERFORM GRAVAR-STOCK.
           PERFORM REGISTAR-LOTE.
               PERFORM GRAVAR-LOTES
           END-IF.

      * Confere a entrega com a linha aberta da encomenda: a mercadoria
      * que chegou entra sempre em stock, mas um ingrediente fora da
      * encomenda, uma quantidade acima da encomendada ou um custo
      * diferente do acordado ficam no registo de erros para a
      * conferencia da fatura.
       CONFERIR-LINHA-ENCOMENDA.
           MOVE 0 TO WS-CUSTO-UNIT.
           IF (WS-QUANTIDADE > 0) THEN
               COMPUTE WS-CUSTO-UNIT ROUNDED = WS-CUSTO / WS-QUANTIDADE
           END-IF.
           MOVE 0 TO WS-IDX-LINHA.
           PERFORM VARYING IDX-EFO FROM 1 BY 1
               UNTIL IDX-EFO > WS-NUM-EFO
               IF (EFO-T-NUMERO(IDX-EFO) = WS-ENCOMENDA) AND
                  (EFO-T-INGREDIENTE(IDX-EFO) = WS-INGREDIENTE) AND
                  (EFO-T-ESTADO(IDX-EFO) = "A") AND
                  (WS-IDX-LINHA = 0) THEN
                   MOVE IDX-EFO TO WS-IDX-LINHA
               END-IF
           END-PERFORM.
           MOVE "T04-COMPRAS" TO WS-ERRO-PROGRAMA.
           IF (WS-IDX-LINHA = 0) THEN
               DISPLAY "ATENCAO: " NOME-ING(WS-INGREDIENTE)
                   " NAO CONSTA DA ENCOMENDA " WS-ENCOMENDA
               MOVE SPACES TO WS-ERRO-MENSAGEM
               STRING "ENC " WS-ENCOMENDA " SEM LINHA DE "
                   NOME-ING(WS-INGREDIENTE)
                   DELIMITED BY SIZE INTO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
           ELSE
               ADD WS-QUANTIDADE TO EFO-T-QTD-RECEBIDA(WS-IDX-LINHA)
               IF (EFO-T-QTD-RECEBIDA(WS-IDX-LINHA) >
                   EFO-T-QTD-ENCOMENDADA(WS-IDX-LINHA)) THEN
                   DISPLAY "ATENCAO: RECEBIDO ACIMA DO ENCOMENDADO ("
                       EFO-T-QTD-RECEBIDA(WS-IDX-LINHA) " DE "
                       EFO-T-QTD-ENCOMENDADA(WS-IDX-LINHA) ")"
                   MOVE SPACES TO WS-ERRO-MENSAGEM
                   STRING "ENC " WS-ENCOMENDA " EXCESSO DE "
                       NOME-ING(WS-INGREDIENTE)
                       DELIMITED BY SIZE INTO WS-ERRO-MENSAGEM
                   PERFORM REGISTAR-ERRO
               END-IF
               IF (WS-CUSTO-UNIT NOT =
                   EFO-T-PRECO-UNIT(WS-IDX-LINHA)) THEN
                   MOVE EFO-T-PRECO-UNIT(WS-IDX-LINHA)
                       TO WS-FORMAT-PRECO
                   DISPLAY "ATENCAO: CUSTO UNITARIO DIFERENTE DO"
                       " ACORDADO (" WS-FORMAT-PRECO ")"
                   MOVE SPACES TO WS-ERRO-MENSAGEM
                   STRING "ENC " WS-ENCOMENDA " PRECO DE "
                       NOME-ING(WS-INGREDIENTE)
                       DELIMITED BY SIZE INTO WS-ERRO-MENSAGEM
                   PERFORM REGISTAR-ERRO
               END-IF
               IF (EFO-T-QTD-RECEBIDA(WS-IDX-LINHA) >=
                   EFO-T-QTD-ENCOMENDADA(WS-IDX-LINHA)) THEN
                   MOVE "R" TO EFO-T-ESTADO(WS-IDX-LINHA)
               ELSE
                   COMPUTE WS-EM-FALTA-ENC =
                       EFO-T-QTD-ENCOMENDADA(WS-IDX-LINHA) -
                       EFO-T-QTD-RECEBIDA(WS-IDX-LINHA)
                   DISPLAY "ENTREGA PARCIAL - FALTAM "
                       WS-EM-FALTA-ENC " DA ENCOMENDA."
               END-IF
               PERFORM GRAVAR-ENCOMENDAS-FORN
           END-IF.

      * Nota de encomenda: uma linha por ingrediente com a quantidade
      * e o preco unitario acordado com o fornecedor.
       NOVA-ENCOMENDA.
           IF (WS-NUM-EFO >= 300) THEN
               DISPLAY "FICHEIRO DE ENCOMENDAS CHEIO!"
               MOVE "T04-COMPRAS" TO WS-ERRO-PROGRAMA
               MOVE "FICHEIRO DE ENCOMENDAS CHEIO" TO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               GO FIM-NOVA-ENCOMENDA
           END-IF.
           DISPLAY "FORNECEDOR: " WITH NO ADVANCING.
           ACCEPT WS-FORNECEDOR.
           IF (WS-FORNECEDOR = SPACES) THEN
               GO FIM-NOVA-ENCOMENDA
           END-IF.
           COMPUTE WS-ENCOMENDA = WS-ULTIMA-ENCOMENDA + 1.
           MOVE 0 TO WS-LINHA-ENC.
           PERFORM VARYING IDX-ING FROM 1 BY 1 UNTIL IDX-ING > 10
               DISPLAY IDX-ING " - " NOME-ING(IDX-ING) "  STOCK: "
                   STOCK-ING(IDX-ING)
           END-PERFORM.
       LER-LINHA-ENCOMENDA.
           DISPLAY "INGREDIENTE (1-10, 0 = FIM): " WITH NO ADVANCING.
           ACCEPT WS-INGREDIENTE.
           IF (WS-INGREDIENTE = 0) THEN
               GO FECHAR-NOVA-ENCOMENDA
           END-IF.
           IF (NOT VALIDAR-INGREDIENTE) THEN
               DISPLAY "INGREDIENTE INVALIDO!"
               GO LER-LINHA-ENCOMENDA
           END-IF.
           DISPLAY "QUANTIDADE ENCOMENDADA: " WITH NO ADVANCING.
           ACCEPT WS-QUANTIDADE.
           IF (WS-QUANTIDADE = 0) THEN
               DISPLAY "QUANTIDADE INVALIDA!"
               GO LER-LINHA-ENCOMENDA
           END-IF.
           DISPLAY "PRECO UNITARIO ACORDADO: " WITH NO ADVANCING.
           ACCEPT WS-PRECO-ACORDADO.
           ADD 1 TO WS-NUM-EFO.
           ADD 1 TO WS-LINHA-ENC.
           MOVE WS-ENCOMENDA   TO EFO-T-NUMERO(WS-NUM-EFO).
           MOVE WS-LINHA-ENC   TO EFO-T-LINHA(WS-NUM-EFO).
           MOVE WS-FORNECEDOR  TO EFO-T-FORNECEDOR(WS-NUM-EFO).
           MOVE WS-HOJE        TO EFO-T-DATA(WS-NUM-EFO).
           MOVE WS-INGREDIENTE TO EFO-T-INGREDIENTE(WS-NUM-EFO).
           MOVE WS-QUANTIDADE  TO EFO-T-QTD-ENCOMENDADA(WS-NUM-EFO).
           MOVE WS-PRECO-ACORDADO TO EFO-T-PRECO-UNIT(WS-NUM-EFO).
           MOVE 0              TO EFO-T-QTD-RECEBIDA(WS-NUM-EFO).
           MOVE 0              TO EFO-T-QTD-FATURADA(WS-NUM-EFO).
           MOVE "A"            TO EFO-T-ESTADO(WS-NUM-EFO).
           IF (WS-NUM-EFO < 300) AND (WS-LINHA-ENC < 99) THEN
               GO LER-LINHA-ENCOMENDA
           END-IF.
       FECHAR-NOVA-ENCOMENDA.
           IF (WS-LINHA-ENC = 0) THEN
               DISPLAY "ENCOMENDA SEM LINHAS - NAO GRAVADA."
               GO FIM-NOVA-ENCOMENDA
           END-IF.
           PERFORM GRAVAR-ENCOMENDAS-FORN.
           MOVE WS-ENCOMENDA TO WS-ULTIMA-ENCOMENDA.
           DISPLAY "ENCOMENDA " WS-ENCOMENDA " GRAVADA PARA "
               WS-FORNECEDOR " COM " WS-LINHA-ENC " LINHAS.".
       FIM-NOVA-ENCOMENDA.
           EXIT.

       LISTAR-ENCOMENDAS-ABERTAS.
           MOVE 0 TO WS-LINHAS-ABERTAS.
           DISPLAY "ENCOM. FORNECEDOR            INGRED.    ENC."
               "  REC.  FAT.  PRECO".
           PERFORM VARYING IDX-EFO FROM 1 BY 1
               UNTIL IDX-EFO > WS-NUM-EFO
               IF (EFO-T-ESTADO(IDX-EFO) = "A") THEN
                   ADD 1 TO WS-LINHAS-ABERTAS
                   PERFORM MOSTRAR-LINHA-ENCOMENDA
               END-IF
           END-PERFORM.
           IF (WS-LINHAS-ABERTAS = 0) THEN
               DISPLAY "NENHUMA ENCOMENDA EM ABERTO."
           END-IF.

       MOSTRAR-LINHA-ENCOMENDA.
           MOVE EFO-T-PRECO-UNIT(IDX-EFO) TO WS-FORMAT-PRECO.
           DISPLAY EFO-T-NUMERO(IDX-EFO) " "
               EFO-T-FORNECEDOR(IDX-EFO) " "
               NOME-ING(EFO-T-INGREDIENTE(IDX-EFO)) " "
               EFO-T-QTD-ENCOMENDADA(IDX-EFO) "  "
               EFO-T-QTD-RECEBIDA(IDX-EFO) "  "
               EFO-T-QTD-FATURADA(IDX-EFO) "  " WS-FORMAT-PRECO.

       RELATORIO-REPOSICAO.
           MOVE 0 TO WS-EM-FALTA.
           DISPLAY "--- SUGESTAO DE ENCOMENDA (MINIMO "
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-STOCK.
           PERFORM FOTOGRAFAR-TAB-STOCK.

       GRAVAR-STOCK.
           CALL "BACKUP-FICHEIRO" USING WS-NOME-BACKUP-STOCK.
           PERFORM JORNALIZAR-TAB-STOCK.
           OPEN OUTPUT FICHEIRO-STOCK.
           PERFORM VARYING IDX-ING FROM 1 BY 1 UNTIL IDX-ING > 10
               MOVE STOCK-ING(IDX-ING) TO REG-STOCK

       COPY "LOTES-PROC.cpy".

       COPY "ENCOMENDAS-FORN-PROC.cpy".

       COPY "JORNAL-TAB-STOCK-PROC.cpy".

       END PROGRAM T04-COMPRAS.
