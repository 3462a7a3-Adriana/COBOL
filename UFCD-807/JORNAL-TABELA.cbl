      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma do jornal de transacoes para os mestres
      *          que se regravam inteiros a partir de uma tabela em
      *          memoria - compara a imagem da tabela tirada na carga
      *          (LK-IMAGEM) com a tabela que se vai gravar
      *          (LK-TABELA), casando os registos pela chave, e manda
      *          ao JORNAL-REGISTAR cada registo criado, alterado ou
      *          apagado. Sem chave (WS-JRN-TAM-CHAVE a zero) casa-se
      *          pela posicao e a chave passa a ser o numero da linha.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JORNAL-TABELA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       77 IDX-NOVO               PIC 9(05) VALUES 0.
       77 IDX-VELHO              PIC 9(05) VALUES 0.
       77 WS-VELHO-ACHADO        PIC 9(05) VALUES 0.
       77 WS-POS-NOVO            PIC 9(07) VALUES 0.
       77 WS-POS-VELHO           PIC 9(07) VALUES 0.
       77 WS-CHAVE-NOVO          PIC 9(07) VALUES 0.
       77 WS-CHAVE-VELHO         PIC 9(07) VALUES 0.
       77 WS-NUM-LINHA           PIC 9(05) VALUES 0.
       01 TABELA-USADOS.
           05 WS-USADO OCCURS 2000 TIMES PIC X(01).

       LINKAGE SECTION.
       01 LK-JORNAL-PEDIDO.
           05 LK-JRN-PROGRAMA     PIC X(30).
           05 LK-JRN-FICHEIRO     PIC X(20).
           05 LK-JRN-OPERACAO     PIC X(01).
           05 LK-JRN-CHAVE        PIC X(30).
           05 LK-JRN-ANTES        PIC X(250).
           05 LK-JRN-DEPOIS       PIC X(250).
           05 LK-JRN-TAMANHO      PIC 9(04).
           05 LK-JRN-POS-CHAVE    PIC 9(04).
           05 LK-JRN-TAM-CHAVE    PIC 9(04).
           05 LK-JRN-NUM-ANTES    PIC 9(05).
           05 LK-JRN-NUM-DEPOIS   PIC 9(05).
       01 LK-IMAGEM              PIC X(250000).
       01 LK-TABELA              PIC X(250000).

       PROCEDURE DIVISION USING LK-JORNAL-PEDIDO LK-IMAGEM LK-TABELA.
       INICIO-TABELA.
           MOVE LK-JRN-PROGRAMA TO WS-JRN-PROGRAMA.
           MOVE LK-JRN-FICHEIRO TO WS-JRN-FICHEIRO.
           MOVE LK-JRN-TAMANHO TO WS-JRN-TAMANHO.
           MOVE SPACES TO TABELA-USADOS.
           PERFORM VARYING IDX-NOVO FROM 1 BY 1
               UNTIL IDX-NOVO > LK-JRN-NUM-DEPOIS
               PERFORM COMPARAR-REGISTO THRU FIM-COMPARAR-REGISTO
           END-PERFORM.
      * O que estava na carga e nao casou com nada foi apagado.
           PERFORM VARYING IDX-VELHO FROM 1 BY 1
               UNTIL IDX-VELHO > LK-JRN-NUM-ANTES
               IF (WS-USADO(IDX-VELHO) NOT = "S") THEN
                   COMPUTE WS-POS-VELHO =
                       (IDX-VELHO - 1) * LK-JRN-TAMANHO + 1
                   MOVE "E" TO WS-JRN-OPERACAO
                   MOVE IDX-VELHO TO WS-NUM-LINHA
                   PERFORM CHAVE-DO-VELHO
                   MOVE LK-IMAGEM(WS-POS-VELHO:LK-JRN-TAMANHO)
                       TO WS-JRN-ANTES
                   MOVE SPACES TO WS-JRN-DEPOIS
                   CALL "JORNAL-REGISTAR" USING WS-JORNAL-PEDIDO
               END-IF
           END-PERFORM.
           GOBACK.

      * Procura primeiro na mesma posicao (o caso comum - a tabela so
      * cresce no fim) e so depois em toda a imagem.
       COMPARAR-REGISTO.
           COMPUTE WS-POS-NOVO = (IDX-NOVO - 1) * LK-JRN-TAMANHO + 1.
           COMPUTE WS-CHAVE-NOVO = WS-POS-NOVO + LK-JRN-POS-CHAVE - 1.
           MOVE 0 TO WS-VELHO-ACHADO.
           IF (IDX-NOVO <= LK-JRN-NUM-ANTES) THEN
               MOVE IDX-NOVO TO IDX-VELHO
               PERFORM CASAR-CHAVE
           END-IF.
           IF (WS-VELHO-ACHADO = 0) AND (LK-JRN-TAM-CHAVE > 0) THEN
               PERFORM VARYING IDX-VELHO FROM 1 BY 1
                   UNTIL IDX-VELHO > LK-JRN-NUM-ANTES
                      OR WS-VELHO-ACHADO > 0
                   IF (WS-USADO(IDX-VELHO) NOT = "S") THEN
                       PERFORM CASAR-CHAVE
                   END-IF
               END-PERFORM
           END-IF.
           IF (WS-VELHO-ACHADO = 0) THEN
               MOVE "I" TO WS-JRN-OPERACAO
               MOVE IDX-NOVO TO WS-NUM-LINHA
               PERFORM CHAVE-DO-NOVO
               MOVE SPACES TO WS-JRN-ANTES
               MOVE LK-TABELA(WS-POS-NOVO:LK-JRN-TAMANHO)
                   TO WS-JRN-DEPOIS
               CALL "JORNAL-REGISTAR" USING WS-JORNAL-PEDIDO
               GO FIM-COMPARAR-REGISTO
           END-IF.
           MOVE "S" TO WS-USADO(WS-VELHO-ACHADO).
           COMPUTE WS-POS-VELHO =
               (WS-VELHO-ACHADO - 1) * LK-JRN-TAMANHO + 1.
           IF (LK-IMAGEM(WS-POS-VELHO:LK-JRN-TAMANHO) =
               LK-TABELA(WS-POS-NOVO:LK-JRN-TAMANHO)) THEN
               GO FIM-COMPARAR-REGISTO
           END-IF.
           MOVE "A" TO WS-JRN-OPERACAO.
           MOVE IDX-NOVO TO WS-NUM-LINHA.
           PERFORM CHAVE-DO-NOVO.
           MOVE LK-IMAGEM(WS-POS-VELHO:LK-JRN-TAMANHO) TO WS-JRN-ANTES.
           MOVE LK-TABELA(WS-POS-NOVO:LK-JRN-TAMANHO) TO WS-JRN-DEPOIS.
           CALL "JORNAL-REGISTAR" USING WS-JORNAL-PEDIDO.

       FIM-COMPARAR-REGISTO.
           EXIT.

       CASAR-CHAVE.
           IF (LK-JRN-TAM-CHAVE = 0) THEN
               MOVE IDX-VELHO TO WS-VELHO-ACHADO
           ELSE
               COMPUTE WS-CHAVE-VELHO = (IDX-VELHO - 1) *
                   LK-JRN-TAMANHO + LK-JRN-POS-CHAVE
               IF (LK-IMAGEM(WS-CHAVE-VELHO:LK-JRN-TAM-CHAVE) =
                   LK-TABELA(WS-CHAVE-NOVO:LK-JRN-TAM-CHAVE)) THEN
                   MOVE IDX-VELHO TO WS-VELHO-ACHADO
               END-IF
           END-IF.

       CHAVE-DO-NOVO.
           IF (LK-JRN-TAM-CHAVE = 0) THEN
               MOVE WS-NUM-LINHA TO WS-JRN-CHAVE
           ELSE
               MOVE LK-TABELA(WS-CHAVE-NOVO:LK-JRN-TAM-CHAVE)
                   TO WS-JRN-CHAVE
           END-IF.

       CHAVE-DO-VELHO.
           IF (LK-JRN-TAM-CHAVE = 0) THEN
               MOVE WS-NUM-LINHA TO WS-JRN-CHAVE
           ELSE
               COMPUTE WS-CHAVE-VELHO = WS-POS-VELHO +
                   LK-JRN-POS-CHAVE - 1
               MOVE LK-IMAGEM(WS-CHAVE-VELHO:LK-JRN-TAM-CHAVE)
                   TO WS-JRN-CHAVE
           END-IF.

       END PROGRAM JORNAL-TABELA.
