      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cadeia de assinaturas das faturas (FATURAS-HASH.DAT)
      *          - percorre cada serie (PIZ, ALG, AGA, FCO e as notas
      *          de credito NPZ, NAL, NAG) pela ordem
      *          de emissao e assinala numeros fora de sequencia,
      *          hashes anteriores que nao conferem com o documento
      *          anterior e documentos cujo hash ja nao corresponde
      *          ao que foi gravado; depois confronta a cadeia com os
      *          pedidos, alugueres, faturas de agua e notas de
      *          credito para apanhar
      *          totais ou datas alterados depois da emissao. O
      *          relatorio fica em CADEIA-VERIFICACAO.TXT. Mantem
      *          tambem os codigos de validacao das series
      *          comunicados a AT (SERIES-AT.DAT), base do ATCUD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATURA-CADEIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FATURA-HASH-SELECT.cpy".
           COPY "PEDIDOS-SELECT.cpy".
           COPY "ALUGUERES-SELECT.cpy".
           COPY "AGUA-SELECT.cpy".
           COPY "NOTAS-CREDITO-SELECT.cpy".
           SELECT VERIFICACAO-CADEIA
               ASSIGN TO "CADEIA-VERIFICACAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FATURA-HASH-FD.cpy".
           COPY "PEDIDOS-FD.cpy".
           COPY "ALUGUERES-FD.cpy".
           COPY "AGUA-FD.cpy".
           COPY "NOTAS-CREDITO-FD.cpy".

       FD  VERIFICACAO-CADEIA.
       01  VER-LINHA              PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-PEDIDOS-STATUS      PIC XX VALUES SPACES.
       77 WS-ALUGUERES-STATUS    PIC XX VALUES SPACES.
       77 WS-AGUA-STATUS         PIC XX VALUES SPACES.
       COPY "NOTAS-CREDITO-WS.cpy".
       COPY "FATURA-HASH-WS.cpy".
       COPY "FATURA-HASH-TAB-WS.cpy".
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 2.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-ERROS               PIC 9(05) VALUES 0.
       77 WS-AVISOS              PIC 9(05) VALUES 0.
       77 WS-ANTERIORES          PIC 9(05) VALUES 0.
       77 WS-CADEIA-TRUNCADA     PIC A VALUES "N".
       77 WS-MENSAGEM            PIC X(70) VALUES SPACES.
      * Estado de cada serie durante a leitura da cadeia.
       77 IDX-SER                PIC 9(02) VALUES 0.
       77 WS-NUM-SERIES          PIC 9(02) VALUES 0.
       77 WS-SER-ACHADA          PIC 9(02) VALUES 0.
       77 WS-SERIE-PESQ          PIC X(03) VALUES SPACES.
       01 TABELA-SERIES.
           05 SER-ITEM OCCURS 10 TIMES.
               10 SER-SERIE          PIC X(03).
               10 SER-DOCS           PIC 9(06).
               10 SER-PRIMEIRO       PIC 9(06).
               10 SER-ULTIMO         PIC 9(06).
               10 SER-ULTIMO-HASH    PIC X(40).
               10 SER-ERROS          PIC 9(05).
      * Ultima fatura de cada mesa: os pedidos seguintes da mesma
      * conta ficam sem numero e somam-se a essa fatura.
       01 TABELA-MESAS.
           05 MESA-ITEM OCCURS 99 TIMES.
               10 MESA-DATA          PIC X(10).
               10 MESA-POSICAO       PIC 9(05).
       77 IDX-MESA               PIC 9(03) VALUES 0.
       01 WS-DATA-PEDIDO.
           05 WS-DP-DIA          PIC 9(02).
           05 FILLER             PIC X(01).
           05 WS-DP-MES          PIC 9(02).
           05 FILLER             PIC X(01).
           05 WS-DP-ANO          PIC 9(04).
      * Documento de origem a confrontar com a cadeia.
       77 WS-ORI-SERIE           PIC X(03) VALUES SPACES.
       77 WS-ORI-NUMERO          PIC 9(06) VALUES 0.
       77 WS-ORI-DATA            PIC 9(08) VALUES 0.
       77 WS-ORI-TOTAL           PIC 9(07)V99 VALUES 0.
       77 WS-CODIGO-NOVO         PIC X(12) VALUES SPACES.
       77 WS-SERIE-NOVA          PIC X(03) VALUES SPACES.
       77 WS-TAM-CODIGO          PIC 9(02) VALUES 0.
       77 WS-FORMAT              PIC Z(6)9.99.
       77 WS-FORMAT2             PIC Z(6)9.99.

       PROCEDURE DIVISION.
       MENU-CADEIA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           DISPLAY "=== CADEIA DE ASSINATURAS DAS FATURAS ===".
           DISPLAY "1 - VERIFICAR A CADEIA DE CADA SERIE".
           DISPLAY "2 - CODIGOS DE VALIDACAO DAS SERIES (ATCUD)".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-CADEIA
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM VERIFICAR-CADEIAS
               WHEN 2 PERFORM CODIGOS-SERIES THRU FIM-CODIGOS-SERIES
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-CADEIA.

       VERIFICAR-CADEIAS.
           MOVE 0 TO WS-ERROS.
           MOVE 0 TO WS-AVISOS.
           MOVE 0 TO WS-ANTERIORES.
           MOVE 0 TO WS-NUM-SERIES.
           MOVE 0 TO WS-CAD-TOTAL-ENTRADAS.
           MOVE 1 TO WS-CAD-CURSOR.
           MOVE "N" TO WS-CADEIA-TRUNCADA.
           PERFORM VARYING IDX-MESA FROM 1 BY 1 UNTIL IDX-MESA > 99
               MOVE SPACES TO MESA-DATA(IDX-MESA)
               MOVE 0 TO MESA-POSICAO(IDX-MESA)
           END-PERFORM.
           OPEN OUTPUT VERIFICACAO-CADEIA.
           MOVE SPACES TO VER-LINHA.
           STRING "VERIFICACAO DA CADEIA DE HASH DAS FATURAS EM "
               WS-HOJE
               DELIMITED BY SIZE INTO VER-LINHA.
           WRITE VER-LINHA.
           MOVE SPACES TO WS-CADEIA-STATUS.
           OPEN INPUT FICHEIRO-CADEIA.
           IF (WS-CADEIA-STATUS = "00") THEN
               PERFORM UNTIL WS-CADEIA-STATUS = "10"
                   READ FICHEIRO-CADEIA
                       AT END MOVE "10" TO WS-CADEIA-STATUS
                       NOT AT END
                           PERFORM VERIFICAR-ELO THRU FIM-VERIFICAR-ELO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CADEIA
           END-IF.
           IF (WS-CADEIA-TRUNCADA = "S") THEN
               MOVE "AVISO: MAIS DE 20000 DOCUMENTOS - CONFRONTO COM A"
                   & " ORIGEM PARCIAL" TO VER-LINHA
               WRITE VER-LINHA
               ADD 1 TO WS-AVISOS
           END-IF.
           PERFORM CONFRONTAR-PEDIDOS.
           PERFORM CONFRONTAR-ALUGUERES.
           PERFORM CONFRONTAR-AGUA.
           PERFORM CONFRONTAR-NOTAS-CREDITO.
           PERFORM VARYING IDX-CAD FROM 1 BY 1
               UNTIL IDX-CAD > WS-CAD-TOTAL-ENTRADAS
               PERFORM VERIFICAR-TOTAL-ORIGEM
           END-PERFORM.
           PERFORM ESCREVER-RESUMO-SERIES.
           CLOSE VERIFICACAO-CADEIA.
           DISPLAY WS-CAD-TOTAL-ENTRADAS " DOCUMENTO(S) NA CADEIA, "
               WS-ERROS " ERRO(S), " WS-AVISOS " AVISO(S).".
           IF (WS-ANTERIORES > 0) THEN
               DISPLAY WS-ANTERIORES " FATURA(S) EMITIDA(S) ANTES "
                   "DA CADEIA DE HASH."
           END-IF.
           IF (WS-ERROS > 0) THEN
               DISPLAY "CADEIA COM QUEBRAS - VER "
                   "CADEIA-VERIFICACAO.TXT."
           ELSE
               DISPLAY "CADEIA INTACTA EM TODAS AS SERIES."
           END-IF.

      * Um elo: numero seguinte da serie, hash anterior igual ao hash
      * do documento anterior e hash recalculado igual ao gravado.
       VERIFICAR-ELO.
           MOVE CAD-SERIE TO WS-SERIE-PESQ.
           PERFORM PROCURAR-SERIE.
           IF (WS-SER-ACHADA = 0) THEN
               IF (WS-NUM-SERIES >= 10) THEN
                   MOVE "SERIE A MAIS NA CADEIA - IGNORADA"
                       TO WS-MENSAGEM
                   PERFORM ESCREVER-ERRO-CADEIA
                   GO FIM-VERIFICAR-ELO
               END-IF
               ADD 1 TO WS-NUM-SERIES
               MOVE WS-NUM-SERIES TO WS-SER-ACHADA
               MOVE CAD-SERIE TO SER-SERIE(WS-SER-ACHADA)
               MOVE 0 TO SER-DOCS(WS-SER-ACHADA)
               MOVE CAD-NUMERO TO SER-PRIMEIRO(WS-SER-ACHADA)
               MOVE 0 TO SER-ULTIMO(WS-SER-ACHADA)
               MOVE SPACES TO SER-ULTIMO-HASH(WS-SER-ACHADA)
               MOVE 0 TO SER-ERROS(WS-SER-ACHADA)
           END-IF.
           IF (SER-DOCS(WS-SER-ACHADA) = 0) THEN
               IF (CAD-HASH-ANTERIOR NOT = SPACES) THEN
                   MOVE "PRIMEIRO DOCUMENTO DA SERIE COM HASH ANTERIOR"
                       TO WS-MENSAGEM
                   PERFORM ESCREVER-ERRO-CADEIA
               END-IF
           ELSE
               IF (CAD-NUMERO NOT = SER-ULTIMO(WS-SER-ACHADA) + 1)
                   THEN
                   MOVE SER-ULTIMO(WS-SER-ACHADA) TO WS-FH-NUMERO-S
                   MOVE SPACES TO WS-MENSAGEM
                   STRING "NUMERO FORA DE SEQUENCIA (ANTERIOR "
                       FUNCTION TRIM(WS-FH-NUMERO-S) ")"
                       DELIMITED BY SIZE INTO WS-MENSAGEM
                   PERFORM ESCREVER-ERRO-CADEIA
               END-IF
               IF (CAD-HASH-ANTERIOR NOT =
                   SER-ULTIMO-HASH(WS-SER-ACHADA)) THEN
                   MOVE "CADEIA QUEBRADA - HASH ANTERIOR NAO CONFERE"
                       TO WS-MENSAGEM
                   PERFORM ESCREVER-ERRO-CADEIA
               END-IF
           END-IF.
           MOVE CAD-SERIE TO WS-FH-SERIE.
           MOVE CAD-NUMERO TO WS-FH-NUMERO.
           MOVE CAD-DATA TO WS-FH-DATA.
           MOVE CAD-DATA-SISTEMA TO WS-FH-DATA-SISTEMA.
           MOVE CAD-HORA-SISTEMA TO WS-FH-HORA-SISTEMA.
           MOVE CAD-TOTAL TO WS-FH-TOTAL.
           MOVE CAD-HASH-ANTERIOR TO WS-FH-HASH-ANTERIOR.
           PERFORM CALCULAR-HASH-FATURA.
           IF (WS-FH-HASH NOT = CAD-HASH) THEN
               MOVE "DOCUMENTO ALTERADO - HASH NAO CONFERE"
                   TO WS-MENSAGEM
               PERFORM ESCREVER-ERRO-CADEIA
           END-IF.
           ADD 1 TO SER-DOCS(WS-SER-ACHADA).
           MOVE CAD-NUMERO TO SER-ULTIMO(WS-SER-ACHADA).
           MOVE CAD-HASH TO SER-ULTIMO-HASH(WS-SER-ACHADA).
           IF (WS-CAD-TOTAL-ENTRADAS >= WS-CAD-MAX-ENTRADAS) THEN
               MOVE "S" TO WS-CADEIA-TRUNCADA
           ELSE
               PERFORM GUARDAR-ENTRADA-CADEIA
           END-IF.
       FIM-VERIFICAR-ELO.
           EXIT.

       PROCURAR-SERIE.
           MOVE 0 TO WS-SER-ACHADA.
           PERFORM VARYING IDX-SER FROM 1 BY 1
               UNTIL IDX-SER > WS-NUM-SERIES OR WS-SER-ACHADA > 0
               IF (SER-SERIE(IDX-SER) = WS-SERIE-PESQ) THEN
                   MOVE IDX-SER TO WS-SER-ACHADA
               END-IF
           END-PERFORM.

       ESCREVER-ERRO-CADEIA.
           MOVE CAD-NUMERO TO WS-FH-NUMERO-S.
           MOVE SPACES TO VER-LINHA.
           STRING "ERRO " CAD-SERIE "-" WS-FH-NUMERO-S ": "
               WS-MENSAGEM
               DELIMITED BY SIZE INTO VER-LINHA.
           WRITE VER-LINHA.
           ADD 1 TO WS-ERROS.
           IF (WS-SER-ACHADA > 0) THEN
               ADD 1 TO SER-ERROS(WS-SER-ACHADA)
           END-IF.

      * Pedidos da pizzaria (PIZ). A conta de mesa fica numerada no
      * primeiro pedido da mesa; os restantes pedidos pagos da mesma
      * mesa e do mesmo dia ficam sem numero e somam-se a essa fatura.
       CONFRONTAR-PEDIDOS.
           MOVE SPACES TO WS-PEDIDOS-STATUS.
           OPEN INPUT FICHEIRO-PEDIDOS.
           IF (WS-PEDIDOS-STATUS = "00") THEN
               PERFORM UNTIL WS-PEDIDOS-STATUS = "10"
                   READ FICHEIRO-PEDIDOS
                       AT END MOVE "10" TO WS-PEDIDOS-STATUS
                       NOT AT END
                           PERFORM CONFRONTAR-PEDIDO
                               THRU FIM-CONFRONTAR-PEDIDO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PEDIDOS
           END-IF.

       CONFRONTAR-PEDIDO.
           IF (REG-FATURA-NUM IS NOT NUMERIC) OR
              (REG-VALOR-TOTAL IS NOT NUMERIC) THEN
               GO FIM-CONFRONTAR-PEDIDO
           END-IF.
           IF (REG-FATURA-NUM = 0) THEN
               IF (REG-ESTADO = "R") AND (REG-MESA IS NUMERIC) AND
                  (REG-MESA > 0) THEN
                   IF (MESA-DATA(REG-MESA) = REG-DATA) AND
                      (MESA-POSICAO(REG-MESA) > 0) THEN
                       ADD REG-VALOR-TOTAL
                           TO TC-SOMA(MESA-POSICAO(REG-MESA))
                   END-IF
               END-IF
               GO FIM-CONFRONTAR-PEDIDO
           END-IF.
           MOVE REG-DATA TO WS-DATA-PEDIDO.
           MOVE 0 TO WS-ORI-DATA.
           IF (WS-DP-DIA IS NUMERIC) AND (WS-DP-MES IS NUMERIC) AND
              (WS-DP-ANO IS NUMERIC) THEN
               COMPUTE WS-ORI-DATA = (WS-DP-ANO * 10000)
                   + (WS-DP-MES * 100) + WS-DP-DIA
           END-IF.
           MOVE "PIZ" TO WS-ORI-SERIE.
           MOVE REG-FATURA-NUM TO WS-ORI-NUMERO.
           MOVE REG-VALOR-TOTAL TO WS-ORI-TOTAL.
           PERFORM CONFRONTAR-DOCUMENTO.
           IF (REG-MESA IS NUMERIC) AND (REG-MESA > 0) THEN
               MOVE REG-DATA TO MESA-DATA(REG-MESA)
               MOVE WS-CAD-ENCONTRADO TO MESA-POSICAO(REG-MESA)
           END-IF.
       FIM-CONFRONTAR-PEDIDO.
           EXIT.

      * Alugueres fechados (ALG); o uso interno nao tem fatura.
       CONFRONTAR-ALUGUERES.
           MOVE 1 TO WS-CAD-CURSOR.
           MOVE SPACES TO WS-ALUGUERES-STATUS.
           OPEN INPUT FICHEIRO-ALUGUERES.
           IF (WS-ALUGUERES-STATUS = "00") THEN
               PERFORM UNTIL WS-ALUGUERES-STATUS = "10"
                   READ FICHEIRO-ALUGUERES
                       AT END MOVE "10" TO WS-ALUGUERES-STATUS
                       NOT AT END
                           IF (ALG-FATURA-NUM IS NUMERIC) AND
                              (ALG-FATURA-NUM > 0) THEN
                               MOVE "ALG" TO WS-ORI-SERIE
                               MOVE ALG-FATURA-NUM TO WS-ORI-NUMERO
                               MOVE ALG-DATA-INICIO TO WS-ORI-DATA
                               MOVE ALG-RECEITA TO WS-ORI-TOTAL
                               PERFORM CONFRONTAR-DOCUMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ALUGUERES
           END-IF.

      * Faturas de agua (AGA), datadas do primeiro dia do periodo.
       CONFRONTAR-AGUA.
           MOVE 1 TO WS-CAD-CURSOR.
           MOVE SPACES TO WS-AGUA-STATUS.
           OPEN INPUT FICHEIRO-AGUA.
           IF (WS-AGUA-STATUS = "00") THEN
               PERFORM UNTIL WS-AGUA-STATUS = "10"
                   READ FICHEIRO-AGUA NEXT
                       AT END MOVE "10" TO WS-AGUA-STATUS
                       NOT AT END
                           IF (AGUA-FATURA-NUM IS NUMERIC) AND
                              (AGUA-FATURA-NUM > 0) THEN
                               MOVE "AGA" TO WS-ORI-SERIE
                               MOVE AGUA-FATURA-NUM TO WS-ORI-NUMERO
                               COMPUTE WS-ORI-DATA =
                                   (AGUA-PERIODO * 100) + 1
                               MOVE AGUA-TOTAL TO WS-ORI-TOTAL
                               PERFORM CONFRONTAR-DOCUMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AGUA
           END-IF.

      * Notas de credito (NPZ, NAL, NAG), pela data de emissao.
       CONFRONTAR-NOTAS-CREDITO.
           MOVE 1 TO WS-CAD-CURSOR.
           MOVE SPACES TO WS-NOTAS-CREDITO-STATUS.
           OPEN INPUT FICHEIRO-NOTAS-CREDITO.
           IF (WS-NOTAS-CREDITO-STATUS = "00") THEN
               PERFORM UNTIL WS-NOTAS-CREDITO-STATUS = "10"
                   READ FICHEIRO-NOTAS-CREDITO
                       AT END MOVE "10" TO WS-NOTAS-CREDITO-STATUS
                       NOT AT END
                           MOVE NC-SERIE TO WS-ORI-SERIE
                           MOVE NC-NUMERO TO WS-ORI-NUMERO
                           MOVE NC-DATA TO WS-ORI-DATA
                           MOVE NC-TOTAL TO WS-ORI-TOTAL
                           PERFORM CONFRONTAR-DOCUMENTO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-NOTAS-CREDITO
           END-IF.

      * Documento numerado num ficheiro de origem: tem de estar na
      * cadeia com a mesma data; o total confere-se no fim, quando ja
      * se somaram todos os pedidos de uma conta de mesa. As faturas
      * com numero inferior ao primeiro da cadeia sao anteriores a ela.
       CONFRONTAR-DOCUMENTO.
           MOVE WS-ORI-SERIE TO WS-CAD-PROCURA-SERIE.
           MOVE WS-ORI-NUMERO TO WS-CAD-PROCURA-NUMERO.
           PERFORM PROCURAR-CADEIA.
           IF (WS-CAD-ENCONTRADO = 0) THEN
               MOVE WS-ORI-SERIE TO WS-SERIE-PESQ
               PERFORM PROCURAR-SERIE
               IF (WS-SER-ACHADA = 0) OR
                  (WS-ORI-NUMERO < SER-PRIMEIRO(WS-SER-ACHADA)) THEN
                   ADD 1 TO WS-ANTERIORES
               ELSE
                   MOVE "FATURA EMITIDA FORA DA CADEIA DE HASH"
                       TO WS-MENSAGEM
                   PERFORM ESCREVER-ERRO-ORIGEM
               END-IF
           ELSE
               MOVE "S" TO TC-VISTO(WS-CAD-ENCONTRADO)
               ADD WS-ORI-TOTAL TO TC-SOMA(WS-CAD-ENCONTRADO)
               IF (WS-ORI-DATA NOT = TC-DATA(WS-CAD-ENCONTRADO)) THEN
                   MOVE SPACES TO WS-MENSAGEM
                   STRING "DATA ALTERADA - CADEIA "
                       TC-DATA(WS-CAD-ENCONTRADO) " ORIGEM "
                       WS-ORI-DATA
                       DELIMITED BY SIZE INTO WS-MENSAGEM
                   PERFORM ESCREVER-ERRO-ORIGEM
               END-IF
           END-IF.

       ESCREVER-ERRO-ORIGEM.
           MOVE WS-ORI-NUMERO TO WS-FH-NUMERO-S.
           MOVE SPACES TO VER-LINHA.
           STRING "ERRO " WS-ORI-SERIE "-" WS-FH-NUMERO-S ": "
               WS-MENSAGEM
               DELIMITED BY SIZE INTO VER-LINHA.
           WRITE VER-LINHA.
           ADD 1 TO WS-ERROS.
           MOVE WS-ORI-SERIE TO WS-SERIE-PESQ.
           PERFORM PROCURAR-SERIE.
           IF (WS-SER-ACHADA > 0) THEN
               ADD 1 TO SER-ERROS(WS-SER-ACHADA)
           END-IF.

      * As faturas FCO (contas de empresa) nao tem ficheiro de origem
      * proprio; os documentos que ja nao estao na origem (pedidos
      * arquivados) ficam como aviso.
       VERIFICAR-TOTAL-ORIGEM.
           IF (TC-SERIE(IDX-CAD) = "FCO") THEN
               CONTINUE
           ELSE
               IF (TC-VISTO(IDX-CAD) = "N") THEN
                   MOVE TC-NUMERO(IDX-CAD) TO WS-FH-NUMERO-S
                   MOVE SPACES TO VER-LINHA
                   STRING "AVISO " TC-SERIE(IDX-CAD) "-"
                       WS-FH-NUMERO-S ": DOCUMENTO NAO ENCONTRADO NOS "
                       "FICHEIROS ATUAIS (ARQUIVADO?)"
                       DELIMITED BY SIZE INTO VER-LINHA
                   WRITE VER-LINHA
                   ADD 1 TO WS-AVISOS
               ELSE
                   IF (TC-SOMA(IDX-CAD) NOT = TC-TOTAL(IDX-CAD)) THEN
                       MOVE TC-TOTAL(IDX-CAD) TO WS-FORMAT
                       MOVE TC-SOMA(IDX-CAD) TO WS-FORMAT2
                       MOVE TC-SERIE(IDX-CAD) TO WS-ORI-SERIE
                       MOVE TC-NUMERO(IDX-CAD) TO WS-ORI-NUMERO
                       MOVE SPACES TO WS-MENSAGEM
                       STRING "TOTAL ALTERADO - CADEIA " WS-FORMAT
                           " ORIGEM " WS-FORMAT2
                           DELIMITED BY SIZE INTO WS-MENSAGEM
                       PERFORM ESCREVER-ERRO-ORIGEM
                   END-IF
               END-IF
           END-IF.

       ESCREVER-RESUMO-SERIES.
           MOVE SPACES TO VER-LINHA.
           WRITE VER-LINHA.
           MOVE "SERIE  DOCUMENTOS  PRIMEIRO  ULTIMO  ERROS  CODIGO"
               TO VER-LINHA.
           WRITE VER-LINHA.
           DISPLAY "SERIE  DOCUMENTOS  PRIMEIRO  ULTIMO  ERROS  CODIGO".
           PERFORM VARYING IDX-SER FROM 1 BY 1
               UNTIL IDX-SER > WS-NUM-SERIES
               MOVE SER-SERIE(IDX-SER) TO WS-FH-SERIE
               PERFORM PROCURAR-CODIGO-SERIE
               IF (WS-FH-CODIGO = SPACES) THEN
                   MOVE "SEM CODIGO" TO WS-FH-CODIGO
                   ADD 1 TO WS-AVISOS
               END-IF
               MOVE SPACES TO VER-LINHA
               STRING SER-SERIE(IDX-SER) "    " SER-DOCS(IDX-SER)
                   "      " SER-PRIMEIRO(IDX-SER) "    "
                   SER-ULTIMO(IDX-SER) "  " SER-ERROS(IDX-SER)
                   "  " WS-FH-CODIGO
                   DELIMITED BY SIZE INTO VER-LINHA
               WRITE VER-LINHA
               DISPLAY VER-LINHA
           END-PERFORM.

      * Codigos de validacao: cada serie recebe um codigo da AT antes
      * de emitir; depois de usado nunca se altera (o ATCUD de todas
      * as faturas ja emitidas depende dele).
       CODIGOS-SERIES.
           DISPLAY "SERIE  CODIGO        DESDE".
           MOVE SPACES TO WS-SERIES-AT-STATUS.
           OPEN INPUT FICHEIRO-SERIES-AT.
           IF (WS-SERIES-AT-STATUS = "00") THEN
               PERFORM UNTIL WS-SERIES-AT-STATUS = "10"
                   READ FICHEIRO-SERIES-AT
                       AT END MOVE "10" TO WS-SERIES-AT-STATUS
                       NOT AT END
                           DISPLAY SAT-SERIE "    " SAT-CODIGO "  "
                               SAT-DATA
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-SERIES-AT
           END-IF.
           DISPLAY "SERIE A REGISTAR (PIZ/ALG/AGA/FCO/NPZ/NAL/NAG, "
               "ENTER SAI): " WITH NO ADVANCING.
           MOVE SPACES TO WS-SERIE-NOVA.
           ACCEPT WS-SERIE-NOVA.
           MOVE FUNCTION UPPER-CASE(WS-SERIE-NOVA) TO WS-SERIE-NOVA.
           IF (WS-SERIE-NOVA = SPACES) THEN
               GO FIM-CODIGOS-SERIES
           END-IF.
           IF (WS-SERIE-NOVA NOT = "PIZ") AND
              (WS-SERIE-NOVA NOT = "ALG") AND
              (WS-SERIE-NOVA NOT = "AGA") AND
              (WS-SERIE-NOVA NOT = "FCO") AND
              (WS-SERIE-NOVA NOT = "NPZ") AND
              (WS-SERIE-NOVA NOT = "NAL") AND
              (WS-SERIE-NOVA NOT = "NAG") THEN
               DISPLAY "SERIE DESCONHECIDA!"
               GO FIM-CODIGOS-SERIES
           END-IF.
           MOVE WS-SERIE-NOVA TO WS-FH-SERIE.
           PERFORM PROCURAR-CODIGO-SERIE.
           IF (WS-FH-CODIGO NOT = SPACES) THEN
               DISPLAY "A SERIE JA TEM CODIGO DE VALIDACAO - NAO "
                   "PODE SER ALTERADO."
               GO FIM-CODIGOS-SERIES
           END-IF.
           DISPLAY "CODIGO DE VALIDACAO DA AT: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CODIGO-NOVO.
           ACCEPT WS-CODIGO-NOVO.
           MOVE FUNCTION UPPER-CASE(WS-CODIGO-NOVO) TO WS-CODIGO-NOVO.
           MOVE 0 TO WS-TAM-CODIGO.
           INSPECT WS-CODIGO-NOVO TALLYING WS-TAM-CODIGO
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF (WS-TAM-CODIGO < 8) THEN
               DISPLAY "CODIGO INVALIDO (PELO MENOS 8 CARACTERES)!"
               GO FIM-CODIGOS-SERIES
           END-IF.
           IF (WS-TAM-CODIGO < 12) THEN
               IF (WS-CODIGO-NOVO(WS-TAM-CODIGO + 1:) NOT = SPACES)
                   THEN
                   DISPLAY "CODIGO INVALIDO (SEM ESPACOS)!"
                   GO FIM-CODIGOS-SERIES
               END-IF
           END-IF.
           MOVE SPACES TO WS-SERIES-AT-STATUS.
           OPEN EXTEND FICHEIRO-SERIES-AT.
           IF (WS-SERIES-AT-STATUS = "35") THEN
               OPEN OUTPUT FICHEIRO-SERIES-AT
           END-IF.
           MOVE WS-SERIE-NOVA TO SAT-SERIE.
           MOVE WS-CODIGO-NOVO TO SAT-CODIGO.
           MOVE WS-HOJE TO SAT-DATA.
           WRITE REG-SERIE-AT.
           CLOSE FICHEIRO-SERIES-AT.
           DISPLAY "CODIGO REGISTADO - AS PROXIMAS FATURAS DA SERIE "
               WS-SERIE-NOVA " JA LEVAM ATCUD.".
       FIM-CODIGOS-SERIES.
           EXIT.

       COPY "FATURA-HASH-PROC.cpy".

       COPY "FATURA-HASH-TAB-PROC.cpy".

       END PROGRAM FATURA-CADEIA.
