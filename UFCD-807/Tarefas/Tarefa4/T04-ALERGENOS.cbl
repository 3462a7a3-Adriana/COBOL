      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registo de alergenos da pizzaria - mantem os 14
      *          alergenos de declaracao obrigatoria de cada artigo de
      *          PRECOS.DAT (ALERGENOS.DAT), as alergias declaradas por
      *          cada cliente (CLIENTES.DAT) e imprime a matriz de
      *          alergenos do menu para afixar (MATRIZ-ALERGENOS.TXT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T04-ALERGENOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ALERGENOS-SELECT.cpy".
           COPY "PRECOS-SELECT.cpy".
           COPY "CLIENTES-SELECT.cpy".
           SELECT RELATORIO-MATRIZ ASSIGN TO "MATRIZ-ALERGENOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "ERRO-LOG-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "AUTORIZA-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "ALERGENOS-FD.cpy".

           COPY "PRECOS-FD.cpy".

       COPY "CLIENTES-FD.cpy".

       FD  RELATORIO-MATRIZ.
       01  MATRIZ-LINHA          PIC X(80).

       COPY "ERRO-LOG-FD.cpy".

       COPY "OPERADOR-SESSAO-FD.cpy".

       COPY "AUTORIZA-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "ALERGENOS-WS.cpy".
       COPY "PRECOS-WS.cpy".
       COPY "DATA-SISTEMA-WS.cpy".
       COPY "ERRO-LOG-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       COPY "AUTORIZA-WS.cpy".
       77 WS-CLIENTES-STATUS     PIC XX VALUES SPACES.
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 3.
       77 WS-TIPO-ARTIGO         PIC X(01) VALUES SPACES.
           88 VALIDAR-TIPO-ARTIGO VALUES "P" "C" "I" "B" "S".
       77 WS-CODIGO-MAX          PIC 9(02) VALUES 0.
       77 WS-CODIGO              PIC 9(02) VALUES 0.
       77 WS-DESC-ARTIGO         PIC X(12) VALUES SPACES.
       77 WS-NUM-ALERGENO        PIC 9(02) VALUES 0.
       77 WS-CONTATO             PIC 9(09) VALUES 0.
       77 WS-ALTERADO            PIC A VALUES "N".
       77 IDX-PRC                PIC 9(02) VALUES 0.
      * Linhas da matriz: descricao do artigo e uma coluna por
      * alergeno (sigla no cabecalho, X onde o artigo o contem).
       01 WS-MATRIZ-DET.
           05 WS-MD-ARTIGO        PIC X(14).
           05 WS-MD-COLUNA OCCURS 14 TIMES.
               10 FILLER          PIC X(01).
               10 WS-MD-MARCA     PIC X(02).
       01 WS-MATRIZ-LEGENDA.
           05 WS-ML-SIGLA         PIC X(02).
           05 FILLER              PIC X(03) VALUES " = ".
           05 WS-ML-NOME          PIC X(12).

       PROCEDURE DIVISION.
       MENU-ALERGENOS.
           MOVE "T04-ALERGENOS" TO WS-JRN-PROGRAMA.
           PERFORM LER-OPERADOR-SESSAO.
           MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR.
           PERFORM CARREGAR-AUTORIZACOES.
           PERFORM CARREGAR-PRECOS.
           PERFORM CARREGAR-ALERGENOS.
           DISPLAY "=== ALERGENOS - PIZZARIA DO RAMALHO ===".
           DISPLAY "1 - ALERGENOS DE UM ARTIGO".
           DISPLAY "2 - ALERGIAS DE UM CLIENTE".
           DISPLAY "3 - IMPRIMIR MATRIZ DE ALERGENOS DO MENU".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-ALERGENOS
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM ALTERAR-ARTIGO THRU FIM-ALTERAR-ARTIGO
               WHEN 2 PERFORM ALTERAR-CLIENTE
                          THRU FIM-ALTERAR-CLIENTE
               WHEN 3 PERFORM IMPRIMIR-MATRIZ
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-ALERGENOS.

      * Os alergenos de um artigo sao informacao obrigatoria ao
      * cliente; muda-los exige perfil da matriz de autorizacoes.
       ALTERAR-ARTIGO.
           MOVE "ALERGENOS" TO WS-AUT-FUNCAO.
           PERFORM VERIFICAR-AUTORIZACAO
               THRU FIM-VERIFICAR-AUTORIZACAO.
           IF (WS-AUT-OK NOT = "S") THEN
               GO FIM-ALTERAR-ARTIGO
           END-IF.
       PEDIR-ARTIGO.
           DISPLAY "TIPO DE ARTIGO (P/C/I/B/S): " WITH NO ADVANCING.
           ACCEPT WS-TIPO-ARTIGO.
           MOVE FUNCTION UPPER-CASE(WS-TIPO-ARTIGO) TO WS-TIPO-ARTIGO.
           IF (NOT VALIDAR-TIPO-ARTIGO) THEN
               DISPLAY "TIPO INVALIDO!"
               MOVE "T04-ALERGENOS" TO WS-ERRO-PROGRAMA
               MOVE "TIPO DE ARTIGO INVALIDO" TO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               GO PEDIR-ARTIGO
           END-IF.
           DISPLAY "CODIGO DO ARTIGO: " WITH NO ADVANCING.
           ACCEPT WS-CODIGO.
           EVALUATE WS-TIPO-ARTIGO
               WHEN "I"   MOVE 10 TO WS-CODIGO-MAX
               WHEN "B"   MOVE 6  TO WS-CODIGO-MAX
               WHEN "S"   MOVE 6  TO WS-CODIGO-MAX
               WHEN OTHER MOVE 4  TO WS-CODIGO-MAX
           END-EVALUATE.
           IF (WS-CODIGO < 1) OR (WS-CODIGO > WS-CODIGO-MAX) THEN
               DISPLAY "CODIGO INVALIDO!"
               GO PEDIR-ARTIGO
           END-IF.
           EVALUATE WS-TIPO-ARTIGO
               WHEN "P" MOVE DESC-PIZZA(WS-CODIGO)  TO WS-DESC-ARTIGO
               WHEN "C" MOVE DESC-CROSTA(WS-CODIGO) TO WS-DESC-ARTIGO
               WHEN "I" MOVE DESC-ING(WS-CODIGO)    TO WS-DESC-ARTIGO
               WHEN "B" MOVE DESC-BEBIDA(WS-CODIGO) TO WS-DESC-ARTIGO
               WHEN "S" MOVE DESC-SOBR(WS-CODIGO)   TO WS-DESC-ARTIGO
           END-EVALUATE.
           MOVE WS-TIPO-ARTIGO TO WS-ALG-TIPO.
           MOVE WS-CODIGO TO WS-ALG-CODIGO.
           PERFORM LOCALIZAR-ARTIGO-ALG.
           MOVE ALG-ARTIGO(IDX-ALG-ART) TO WS-ALG-ITEM.
           MOVE "N" TO WS-ALTERADO.
       MARCAR-ARTIGO.
           DISPLAY "--- " WS-DESC-ARTIGO " ---".
           PERFORM MOSTRAR-LISTA-ALERGENOS.
           DISPLAY "N. DO ALERGENO A MARCAR/DESMARCAR (0=FIM): "
               WITH NO ADVANCING.
           ACCEPT WS-NUM-ALERGENO.
           IF (WS-NUM-ALERGENO > 14) THEN
               DISPLAY "ALERGENO INVALIDO!"
               GO MARCAR-ARTIGO
           END-IF.
           IF (WS-NUM-ALERGENO > 0) THEN
               PERFORM TROCAR-MARCA
               MOVE "S" TO WS-ALTERADO
               GO MARCAR-ARTIGO
           END-IF.
           IF (WS-ALTERADO = "N") THEN
               GO FIM-ALTERAR-ARTIGO
           END-IF.
           MOVE WS-ALG-ITEM TO ALG-ARTIGO(IDX-ALG-ART).
           PERFORM GRAVAR-ALERGENOS.
           DISPLAY "ALERGENOS DE " WS-DESC-ARTIGO " GRAVADOS.".
       FIM-ALTERAR-ARTIGO.
           EXIT.

      * So para clientes ja registados (o registo nasce no T04 com o
      * primeiro pedido); a contagem e os pontos nao mudam, pelo que
      * o controlo de CLIENTES.DAT continua a conferir.
       ALTERAR-CLIENTE.
           DISPLAY "CONTATO DO CLIENTE: " WITH NO ADVANCING.
           ACCEPT WS-CONTATO.
           MOVE SPACES TO WS-CLIENTES-STATUS.
           OPEN I-O FICHEIRO-CLIENTES.
           IF (WS-CLIENTES-STATUS NOT = "00") THEN
               DISPLAY "CLIENTES.DAT NAO DISPONIVEL!"
               MOVE "T04-ALERGENOS" TO WS-ERRO-PROGRAMA
               MOVE "ERRO AO ABRIR CLIENTES.DAT" TO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               GO FIM-ALTERAR-CLIENTE
           END-IF.
           MOVE WS-CONTATO TO CLI-CONTATO.
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NAO REGISTADO!"
                   CLOSE FICHEIRO-CLIENTES
                   GO FIM-ALTERAR-CLIENTE
           END-READ.
           IF (CLI-ALERGIAS = LOW-VALUES) THEN
               MOVE SPACES TO CLI-ALERGIAS
           END-IF.
           MOVE CLI-ALERGIAS TO WS-ALG-ITEM.
           MOVE "N" TO WS-ALTERADO.
       MARCAR-CLIENTE.
           DISPLAY "--- " CLI-NOME " ---".
           PERFORM MOSTRAR-LISTA-ALERGENOS.
           DISPLAY "N. DA ALERGIA A MARCAR/DESMARCAR (0=FIM): "
               WITH NO ADVANCING.
           ACCEPT WS-NUM-ALERGENO.
           IF (WS-NUM-ALERGENO > 14) THEN
               DISPLAY "ALERGENO INVALIDO!"
               GO MARCAR-CLIENTE
           END-IF.
           IF (WS-NUM-ALERGENO > 0) THEN
               PERFORM TROCAR-MARCA
               MOVE "S" TO WS-ALTERADO
               GO MARCAR-CLIENTE
           END-IF.
           IF (WS-ALTERADO = "S") THEN
               MOVE WS-ALG-ITEM TO CLI-ALERGIAS
               PERFORM JORNAL-ANTES-CLIENTES
               REWRITE REG-CLIENTE-MESTRE
               IF (WS-CLIENTES-STATUS = "00") THEN
                   MOVE "A" TO WS-JRN-OPERACAO
                   PERFORM JORNAL-CLIENTES
               END-IF
               DISPLAY "ALERGIAS DO CLIENTE GRAVADAS."
           END-IF.
           CLOSE FICHEIRO-CLIENTES.
       FIM-ALTERAR-CLIENTE.
           EXIT.

       MOSTRAR-LISTA-ALERGENOS.
           PERFORM VARYING IDX-ALG FROM 1 BY 1 UNTIL IDX-ALG > 14
               IF (WS-ALG-ITEM-F(IDX-ALG) = "S") THEN
                   DISPLAY IDX-ALG " [X] " NOME-ALERGENO(IDX-ALG)
               ELSE
                   DISPLAY IDX-ALG " [ ] " NOME-ALERGENO(IDX-ALG)
               END-IF
           END-PERFORM.

       TROCAR-MARCA.
           IF (WS-ALG-ITEM-F(WS-NUM-ALERGENO) = "S") THEN
               MOVE SPACE TO WS-ALG-ITEM-F(WS-NUM-ALERGENO)
           ELSE
               MOVE "S" TO WS-ALG-ITEM-F(WS-NUM-ALERGENO)
           END-IF.

      * Matriz do menu para afixar na loja: um artigo por linha, um
      * alergeno por coluna, legenda com os nomes no fim.
       IMPRIMIR-MATRIZ.
           PERFORM OBTER-DATA-SISTEMA.
           OPEN OUTPUT RELATORIO-MATRIZ.
           MOVE "MATRIZ DE ALERGENOS - PIZZARIA DO RAMALHO"
               TO MATRIZ-LINHA.
           WRITE MATRIZ-LINHA.
           MOVE SPACES TO MATRIZ-LINHA.
           STRING "ATUALIZADA EM " WS-DATA-FORMATADA
               DELIMITED BY SIZE INTO MATRIZ-LINHA.
           WRITE MATRIZ-LINHA.
           MOVE SPACES TO MATRIZ-LINHA.
           WRITE MATRIZ-LINHA.
           MOVE SPACES TO WS-MATRIZ-DET.
           MOVE "ARTIGO" TO WS-MD-ARTIGO.
           PERFORM VARYING IDX-ALG FROM 1 BY 1 UNTIL IDX-ALG > 14
               MOVE SIGLA-ALERGENO(IDX-ALG) TO WS-MD-MARCA(IDX-ALG)
           END-PERFORM.
           MOVE WS-MATRIZ-DET TO MATRIZ-LINHA.
           WRITE MATRIZ-LINHA.
           MOVE ALL "-" TO MATRIZ-LINHA(1:56).
           WRITE MATRIZ-LINHA.
           MOVE "PIZZAS" TO MATRIZ-LINHA.
           WRITE MATRIZ-LINHA.
           PERFORM VARYING IDX-PRC FROM 1 BY 1 UNTIL IDX-PRC > 4
               MOVE DESC-PIZZA(IDX-PRC) TO WS-DESC-ARTIGO
               MOVE ALG-PIZZA(IDX-PRC) TO WS-ALG-ITEM
               PERFORM ESCREVER-LINHA-MATRIZ
           END-PERFORM.
           MOVE "CROSTAS" TO MATRIZ-LINHA.
           WRITE MATRIZ-LINHA.
           PERFORM VARYING IDX-PRC FROM 1 BY 1 UNTIL IDX-PRC > 4
               MOVE DESC-CROSTA(IDX-PRC) TO WS-DESC-ARTIGO
               MOVE ALG-CROSTA(IDX-PRC) TO WS-ALG-ITEM
               PERFORM ESCREVER-LINHA-MATRIZ
           END-PERFORM.
           MOVE "INGREDIENTES" TO MATRIZ-LINHA.
           WRITE MATRIZ-LINHA.
           PERFORM VARYING IDX-PRC FROM 1 BY 1 UNTIL IDX-PRC > 10
               MOVE DESC-ING(IDX-PRC) TO WS-DESC-ARTIGO
               MOVE ALG-ING(IDX-PRC) TO WS-ALG-ITEM
               PERFORM ESCREVER-LINHA-MATRIZ
           END-PERFORM.
           MOVE "BEBIDAS" TO MATRIZ-LINHA.
           WRITE MATRIZ-LINHA.
           PERFORM VARYING IDX-PRC FROM 1 BY 1 UNTIL IDX-PRC > 6
               MOVE DESC-BEBIDA(IDX-PRC) TO WS-DESC-ARTIGO
               MOVE ALG-BEBIDA(IDX-PRC) TO WS-ALG-ITEM
               PERFORM ESCREVER-LINHA-MATRIZ
           END-PERFORM.
           MOVE "SOBREMESAS" TO MATRIZ-LINHA.
           WRITE MATRIZ-LINHA.
           PERFORM VARYING IDX-PRC FROM 1 BY 1 UNTIL IDX-PRC > 6
               MOVE DESC-SOBR(IDX-PRC) TO WS-DESC-ARTIGO
               MOVE ALG-SOBR(IDX-PRC) TO WS-ALG-ITEM
               PERFORM ESCREVER-LINHA-MATRIZ
           END-PERFORM.
           MOVE SPACES TO MATRIZ-LINHA.
           WRITE MATRIZ-LINHA.
           MOVE "LEGENDA:" TO MATRIZ-LINHA.
           WRITE MATRIZ-LINHA.
           PERFORM VARYING IDX-ALG FROM 1 BY 1 UNTIL IDX-ALG > 14
               MOVE SIGLA-ALERGENO(IDX-ALG) TO WS-ML-SIGLA
               MOVE NOME-ALERGENO(IDX-ALG) TO WS-ML-NOME
               MOVE WS-MATRIZ-LEGENDA TO MATRIZ-LINHA
               WRITE MATRIZ-LINHA
           END-PERFORM.
           MOVE SPACES TO MATRIZ-LINHA.
           WRITE MATRIZ-LINHA.
           MOVE "EM CASO DE DUVIDA PERGUNTE AO NOSSO PESSOAL."
               TO MATRIZ-LINHA.
           WRITE MATRIZ-LINHA.
           CLOSE RELATORIO-MATRIZ.
           DISPLAY "MATRIZ GRAVADA EM MATRIZ-ALERGENOS.TXT".

       ESCREVER-LINHA-MATRIZ.
           MOVE SPACES TO WS-MATRIZ-DET.
           STRING "  " WS-DESC-ARTIGO DELIMITED BY SIZE
               INTO WS-MD-ARTIGO.
           PERFORM VARYING IDX-ALG FROM 1 BY 1 UNTIL IDX-ALG > 14
               IF (WS-ALG-ITEM-F(IDX-ALG) = "S") THEN
                   MOVE " X" TO WS-MD-MARCA(IDX-ALG)
               END-IF
           END-PERFORM.
           MOVE WS-MATRIZ-DET TO MATRIZ-LINHA.
           WRITE MATRIZ-LINHA.

       COPY "ALERGENOS-PROC.cpy".

       COPY "PRECOS-PROC.cpy".

       COPY "DATA-SISTEMA-PROC.cpy".

       COPY "ERRO-LOG-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       COPY "AUTORIZA-PROC.cpy".

       COPY "JORNAL-CLIENTES-PROC.cpy".

       END PROGRAM T04-ALERGENOS.
