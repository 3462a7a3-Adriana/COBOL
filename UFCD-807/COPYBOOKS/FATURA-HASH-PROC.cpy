      * Encadeia o documento WS-FH-SERIE/WS-FH-NUMERO (data
      * WS-FH-DATA, total WS-FH-TOTAL) no fim da sua serie: vai buscar
      * o hash do ultimo documento da serie, calcula o deste, acrescenta
      * o registo a FATURAS-HASH.DAT e prepara o ATCUD e as linhas de
      * certificacao a imprimir.
       ENCADEAR-FATURA.
           ACCEPT WS-FH-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-FH-HORA-AGORA FROM TIME.
           DIVIDE WS-FH-HORA-AGORA BY 100 GIVING WS-FH-HORA-SISTEMA.
           PERFORM PROCURAR-CODIGO-SERIE.
           MOVE SPACES TO WS-FH-HASH-ANTERIOR.
           MOVE SPACES TO WS-CADEIA-STATUS.
           OPEN INPUT FICHEIRO-CADEIA.
           IF (WS-CADEIA-STATUS = "00") THEN
               PERFORM UNTIL WS-CADEIA-STATUS = "10"
                   READ FICHEIRO-CADEIA
                       AT END MOVE "10" TO WS-CADEIA-STATUS
                       NOT AT END
                           IF (CAD-SERIE = WS-FH-SERIE) THEN
                               MOVE CAD-HASH TO WS-FH-HASH-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CADEIA
           END-IF.
           PERFORM CALCULAR-HASH-FATURA.
           PERFORM MONTAR-CERTIFICACAO.
           MOVE SPACES TO WS-CADEIA-STATUS.
           OPEN EXTEND FICHEIRO-CADEIA.
           IF (WS-CADEIA-STATUS = "35") THEN
               OPEN OUTPUT FICHEIRO-CADEIA
           END-IF.
           MOVE WS-FH-SERIE TO CAD-SERIE.
           MOVE WS-FH-NUMERO TO CAD-NUMERO.
           MOVE WS-FH-DATA TO CAD-DATA.
           MOVE WS-FH-DATA-SISTEMA TO CAD-DATA-SISTEMA.
           MOVE WS-FH-HORA-SISTEMA TO CAD-HORA-SISTEMA.
           MOVE WS-FH-TOTAL TO CAD-TOTAL.
           MOVE WS-FH-HASH-ANTERIOR TO CAD-HASH-ANTERIOR.
           MOVE WS-FH-HASH TO CAD-HASH.
           MOVE WS-FH-ATCUD TO CAD-ATCUD.
           WRITE REG-CADEIA.
           CLOSE FICHEIRO-CADEIA.

      * Hash do documento a partir dos campos WS-FH-* e do hash
      * anterior; a verificacao da cadeia usa o mesmo calculo sobre o
      * registo gravado para provar que nada mudou depois da emissao.
       CALCULAR-HASH-FATURA.
           MOVE WS-FH-NUMERO TO WS-FH-NUMERO-S.
           MOVE WS-FH-TOTAL TO WS-FH-TOTAL-S.
           MOVE SPACES TO WS-FH-MENSAGEM.
           MOVE 1 TO IDX-FH.
           STRING WS-FH-DATA ";" WS-FH-DATA-SISTEMA WS-FH-HORA-SISTEMA
               ";" WS-FH-SERIE "/" FUNCTION TRIM(WS-FH-NUMERO-S)
               ";" FUNCTION TRIM(WS-FH-TOTAL-S) ";"
               WS-FH-HASH-ANTERIOR
               DELIMITED BY SIZE INTO WS-FH-MENSAGEM
               WITH POINTER IDX-FH.
           COMPUTE WS-FH-TAM-MENSAGEM = IDX-FH - 1.
           PERFORM VARYING IDX-FH-ACC FROM 1 BY 1 UNTIL IDX-FH-ACC > 8
               COMPUTE WS-FH-ACC(IDX-FH-ACC) = IDX-FH-ACC * 7919
           END-PERFORM.
           PERFORM VARYING IDX-FH FROM 1 BY 1
               UNTIL IDX-FH > WS-FH-TAM-MENSAGEM
               COMPUTE WS-FH-CARACTER =
                   FUNCTION ORD(WS-FH-MENSAGEM(IDX-FH:1))
               MOVE 8 TO IDX-FH-ANT
               PERFORM VARYING IDX-FH-ACC FROM 1 BY 1
                   UNTIL IDX-FH-ACC > 8
                   COMPUTE WS-FH-ACC(IDX-FH-ACC) = FUNCTION MOD(
                       (WS-FH-ACC(IDX-FH-ACC) * WS-FH-PRIMO(IDX-FH-ACC))
                       + WS-FH-ACC(IDX-FH-ANT) + WS-FH-CARACTER
                       + (IDX-FH * IDX-FH-ACC), 1073741789)
                   MOVE IDX-FH-ACC TO IDX-FH-ANT
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO WS-FH-HASH.
           PERFORM VARYING IDX-FH FROM 1 BY 1 UNTIL IDX-FH > 40
               COMPUTE IDX-FH-ACC = FUNCTION MOD(IDX-FH - 1, 8) + 1
               COMPUTE WS-FH-RESTO =
                   FUNCTION MOD(WS-FH-ACC(IDX-FH-ACC), 64)
               DIVIDE 64 INTO WS-FH-ACC(IDX-FH-ACC)
               MOVE WS-FH-ALFABETO(WS-FH-RESTO + 1:1)
                   TO WS-FH-HASH(IDX-FH:1)
           END-PERFORM.

       PROCURAR-CODIGO-SERIE.
           MOVE SPACES TO WS-FH-CODIGO.
           MOVE SPACES TO WS-SERIES-AT-STATUS.
           OPEN INPUT FICHEIRO-SERIES-AT.
           IF (WS-SERIES-AT-STATUS = "00") THEN
               PERFORM UNTIL WS-SERIES-AT-STATUS = "10"
                   READ FICHEIRO-SERIES-AT
                       AT END MOVE "10" TO WS-SERIES-AT-STATUS
                       NOT AT END
                           IF (SAT-SERIE = WS-FH-SERIE) THEN
                               MOVE SAT-CODIGO TO WS-FH-CODIGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-SERIES-AT
           END-IF.

      * ATCUD = codigo de validacao da serie + "-" + numero (0 se a
      * serie ainda nao tem codigo).
       MONTAR-CERTIFICACAO.
           MOVE WS-FH-NUMERO TO WS-FH-NUMERO-S.
           MOVE SPACES TO WS-FH-ATCUD.
           IF (WS-FH-CODIGO = SPACES) THEN
               MOVE "0" TO WS-FH-ATCUD
           ELSE
               STRING FUNCTION TRIM(WS-FH-CODIGO) "-"
                   FUNCTION TRIM(WS-FH-NUMERO-S)
                   DELIMITED BY SIZE INTO WS-FH-ATCUD
           END-IF.
           PERFORM MONTAR-LINHAS-CERTIFICACAO.

      * Linhas a imprimir: codigo de validacao da serie, ATCUD e os
      * quatro caracteres do hash (1., 11., 21. e 31.) com o numero
      * do certificado do programa.
       MONTAR-LINHAS-CERTIFICACAO.
           MOVE SPACES TO WS-FH-LINHA-CODIGO.
           IF (WS-FH-CODIGO = SPACES) THEN
               STRING "SERIE " WS-FH-SERIE " SEM CODIGO DE VALIDACAO"
                   DELIMITED BY SIZE INTO WS-FH-LINHA-CODIGO
           ELSE
               STRING "SERIE " WS-FH-SERIE " COD. VALIDACAO: "
                   WS-FH-CODIGO
                   DELIMITED BY SIZE INTO WS-FH-LINHA-CODIGO
           END-IF.
           MOVE SPACES TO WS-FH-LINHA-ATCUD.
           STRING "ATCUD: " WS-FH-ATCUD
               DELIMITED BY SIZE INTO WS-FH-LINHA-ATCUD.
           MOVE SPACES TO WS-FH-LINHA-HASH.
           IF (WS-FH-HASH = SPACES) THEN
               MOVE "DOCUMENTO EMITIDO ANTES DA CADEIA DE HASH"
                   TO WS-FH-LINHA-HASH
           ELSE
               STRING WS-FH-HASH(1:1) WS-FH-HASH(11:1)
                   WS-FH-HASH(21:1) WS-FH-HASH(31:1)
                   DELIMITED BY SIZE INTO WS-FH-CARACTERES
               STRING WS-FH-CARACTERES
                   "-PROCESSADO POR PROGRAMA CERTIFICADO N."
                   WS-FH-CERTIFICADO "/AT"
                   DELIMITED BY SIZE INTO WS-FH-LINHA-HASH
           END-IF.

      * Segunda via: o ATCUD e o hash sao os gravados na emissao do
      * documento WS-FH-SERIE/WS-FH-NUMERO, nunca recalculados.
       OBTER-CERTIFICACAO.
           PERFORM PROCURAR-CODIGO-SERIE.
           MOVE SPACES TO WS-FH-HASH.
           MOVE "0" TO WS-FH-ATCUD.
           MOVE SPACES TO WS-CADEIA-STATUS.
           OPEN INPUT FICHEIRO-CADEIA.
           IF (WS-CADEIA-STATUS = "00") THEN
               PERFORM UNTIL WS-CADEIA-STATUS = "10"
                   READ FICHEIRO-CADEIA
                       AT END MOVE "10" TO WS-CADEIA-STATUS
                       NOT AT END
                           IF (CAD-SERIE = WS-FH-SERIE) AND
                              (CAD-NUMERO = WS-FH-NUMERO) THEN
                               MOVE CAD-HASH TO WS-FH-HASH
                               MOVE CAD-ATCUD TO WS-FH-ATCUD
                               MOVE "10" TO WS-CADEIA-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CADEIA
           END-IF.
           PERFORM MONTAR-LINHAS-CERTIFICACAO.
