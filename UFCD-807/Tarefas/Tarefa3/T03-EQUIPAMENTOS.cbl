      ******************************************************************
      * Author:
      * Date:
      * Purpose: Equipamento de aluguer (cadeiras de crianca, GPS,
      *          correntes de neve) - mantem em EQUIPAMENTOS.DAT o
      *          preco diario, o valor de reposicao e o stock de cada
      *          filial, e lista o stock na prateleira ao lado das
      *          unidades que estao fora em contratos abertos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T03-EQUIPAMENTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "EQUIPAMENTOS-SELECT.cpy".
           COPY "CONTRATOS-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "EQUIPAMENTOS-FD.cpy".
           COPY "CONTRATOS-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "EQUIPAMENTOS-WS.cpy".
       COPY "CONTRATOS-WS.cpy".
       77 WS-CONTRATO-PEDIDO     PIC 9(04) VALUES 0.
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 3.
       77 WS-CODIGO              PIC X(04) VALUES SPACES.
       77 WS-FILIAL              PIC 9(01) VALUES 0.
       77 WS-QTD                 PIC 9(03) VALUES 0.
       77 IDX-EQ                 PIC 9(01) VALUES 0.
       77 WS-FORA                PIC 9(03) VALUES 0.
       77 WS-FORMAT              PIC ZZ9.99.
       77 WS-FORMAT-REP          PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       MENU-EQUIPAMENTOS.
           PERFORM CARREGAR-EQUIPAMENTOS.
           DISPLAY "=== EQUIPAMENTO DE ALUGUER ===".
           DISPLAY "1 - LISTAR EQUIPAMENTO E STOCK POR FILIAL".
           DISPLAY "2 - REGISTAR/ALTERAR EQUIPAMENTO".
           DISPLAY "3 - ACERTAR STOCK DE UMA FILIAL".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-EQUIPAMENTOS
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM LISTAR-EQUIPAMENTOS
               WHEN 2 PERFORM REGISTAR-EQUIPAMENTO
               WHEN 3 PERFORM ACERTAR-STOCK
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-EQUIPAMENTOS.

      * O stock das filiais e o que esta na prateleira; as unidades
      * alugadas contam-se nos contratos ainda abertos.
       LISTAR-EQUIPAMENTOS.
           PERFORM CARREGAR-CONTRATOS.
           DISPLAY "COD  DESCRICAO            PRECO/DIA  REPOSICAO "
               "FIL1 FIL2 ALUGADOS".
           PERFORM VARYING IDX-EQP FROM 1 BY 1
               UNTIL IDX-EQP > WS-NUM-EQUIPAMENTOS
               MOVE 0 TO WS-FORA
               PERFORM VARYING IDX-CTR FROM 1 BY 1
                   UNTIL IDX-CTR > WS-NUM-CONTRATOS
                   IF (CTR-T-ESTADO(IDX-CTR) = "A") AND
                      (CTR-T-NUM-EQUIP(IDX-CTR) IS NUMERIC) THEN
                       PERFORM VARYING IDX-EQ FROM 1 BY 1
                           UNTIL IDX-EQ > CTR-T-NUM-EQUIP(IDX-CTR)
                              OR IDX-EQ > 3
                           IF (CTR-T-EQ-CODIGO(IDX-CTR, IDX-EQ) =
                               EQP-T-CODIGO(IDX-EQP)) THEN
                               ADD CTR-T-EQ-QTD(IDX-CTR, IDX-EQ)
                                   TO WS-FORA
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               MOVE EQP-T-PRECO-DIA(IDX-EQP) TO WS-FORMAT
               MOVE EQP-T-VALOR-REPOSICAO(IDX-EQP) TO WS-FORMAT-REP
               DISPLAY EQP-T-CODIGO(IDX-EQP) " "
                   EQP-T-DESCRICAO(IDX-EQP) " " WS-FORMAT "     "
                   WS-FORMAT-REP "  "
                   EQP-T-STOCK(IDX-EQP, 1) "  "
                   EQP-T-STOCK(IDX-EQP, 2) "  " WS-FORA
           END-PERFORM.

       REGISTAR-EQUIPAMENTO.
           DISPLAY "CODIGO DO EQUIPAMENTO (4 CARACTERES): "
               WITH NO ADVANCING.
           ACCEPT WS-CODIGO.
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO.
           IF (WS-CODIGO = SPACES) THEN
               DISPLAY "CODIGO OBRIGATORIO!"
               GO REGISTAR-EQUIPAMENTO
           END-IF.
           MOVE WS-CODIGO TO WS-EQP-PESQ.
           PERFORM PROCURAR-EQUIPAMENTO.
           IF (WS-EQP-ACHADO = 0) THEN
               IF (WS-NUM-EQUIPAMENTOS >= 50) THEN
                   DISPLAY "TABELA DE EQUIPAMENTO CHEIA!"
                   GO MENU-EQUIPAMENTOS
               END-IF
               ADD 1 TO WS-NUM-EQUIPAMENTOS
               MOVE WS-NUM-EQUIPAMENTOS TO WS-EQP-ACHADO
               INITIALIZE EQP-ITEM(WS-EQP-ACHADO)
               MOVE WS-CODIGO TO EQP-T-CODIGO(WS-EQP-ACHADO)
           END-IF.
           DISPLAY "DESCRICAO: " WITH NO ADVANCING.
           ACCEPT EQP-T-DESCRICAO(WS-EQP-ACHADO).
           DISPLAY "PRECO DIARIO: " WITH NO ADVANCING.
           ACCEPT EQP-T-PRECO-DIA(WS-EQP-ACHADO).
           DISPLAY "VALOR DE REPOSICAO (FALTA OU DANO): "
               WITH NO ADVANCING.
           ACCEPT EQP-T-VALOR-REPOSICAO(WS-EQP-ACHADO).
           PERFORM GRAVAR-EQUIPAMENTOS.
           DISPLAY "EQUIPAMENTO GRAVADO.".

      * Entrada de compras, abates e contagens fisicas: fixa as
      * unidades na prateleira de uma filial.
       ACERTAR-STOCK.
           DISPLAY "CODIGO DO EQUIPAMENTO: " WITH NO ADVANCING.
           ACCEPT WS-CODIGO.
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-EQP-PESQ.
           PERFORM PROCURAR-EQUIPAMENTO.
           IF (WS-EQP-ACHADO = 0) THEN
               DISPLAY "EQUIPAMENTO NAO EXISTE!"
           ELSE
               DISPLAY "FILIAL (1-9): " WITH NO ADVANCING
               ACCEPT WS-FILIAL
               IF (WS-FILIAL = 0) THEN
                   DISPLAY "FILIAL INVALIDA!"
               ELSE
                   DISPLAY "STOCK ATUAL: "
                       EQP-T-STOCK(WS-EQP-ACHADO, WS-FILIAL)
                   DISPLAY "NOVO STOCK NA PRATELEIRA: "
                       WITH NO ADVANCING
                   ACCEPT WS-QTD
                   MOVE WS-QTD TO EQP-T-STOCK(WS-EQP-ACHADO, WS-FILIAL)
                   PERFORM GRAVAR-EQUIPAMENTOS
                   DISPLAY "STOCK ATUALIZADO."
               END-IF
           END-IF.

       COPY "EQUIPAMENTOS-PROC.cpy".
       COPY "CONTRATOS-PROC.cpy".

       END PROGRAM T03-EQUIPAMENTOS.
