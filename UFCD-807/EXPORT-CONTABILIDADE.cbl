      *          data;negocio;documento;NIF;base;taxa IVA;IVA;total.
      *          Junta os pedidos da pizzaria, os alugueres fechados,
      *          as faturas de agua, as compras de ingredientes, as
      *          reparacoes de danos e a folha salarial (o uso
      *          interno da frota sai como receita do aluguer e custo
      *          do negocio que usou a viatura) e as notas de
      *          credito emitidas no periodo (valores negativos, no
      *          negocio da fatura creditada), e fecha com
      *          totais de controlo por negocio - os mesmos valores
      *          que o RESULTADO-MENSAL apura para o periodo.
      * Tectonics: cobc
           COPY "AGUA-SELECT.cpy".
           COPY "AGUA-MESTRE-SELECT.cpy".
           COPY "SALARIOS-HIST-SELECT.cpy".
           COPY "NOTAS-CREDITO-SELECT.cpy".
           SELECT FICHEIRO-EXPORT ASSIGN TO WS-NOME-EXPORT
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "AGUA-FD.cpy".
           COPY "AGUA-MESTRE-FD.cpy".
           COPY "SALARIOS-HIST-FD.cpy".
           COPY "NOTAS-CREDITO-FD.cpy".

       FD  FICHEIRO-EXPORT.
       01  EXPORT-LINHA           PIC X(120).
       77 WS-AGUA-STATUS         PIC XX VALUES SPACES.
       77 WS-SAL-HIST-STATUS     PIC XX VALUES SPACES.
       COPY "AGUA-MESTRE-WS.cpy".
       COPY "NOTAS-CREDITO-WS.cpy".
       77 WS-NOME-EXPORT         PIC X(20) VALUES SPACES.
       77 WS-PERIODO             PIC 9(06) VALUES 0.
       77 WS-PERIODO-REG         PIC 9(06) VALUES 0.
       77 WS-BASE-S              PIC 9(8).99.
       77 WS-IVA-S               PIC 9(8).99.
       77 WS-TOTAL-S             PIC 9(8).99.
       77 WS-SINAL               PIC X(01) VALUES SPACES.
       01 WS-DATA-REG-NUM        PIC 9(08) VALUES 0.
       01 WS-DATA-REG-X REDEFINES WS-DATA-REG-NUM.
           05 WS-DR-ANO          PIC X(04).
               10 CTRL-RECEITA        PIC 9(10)V99.
               10 CTRL-CUSTO          PIC 9(10)V99.
               10 CTRL-SALARIOS       PIC 9(10)V99.
               10 CTRL-NOTAS          PIC 9(10)V99.
       77 WS-FORMAT              PIC -(8)9.99.

       PROCEDURE DIVISION.
               MOVE 0 TO CTRL-RECEITA(IDX-NEG)
               MOVE 0 TO CTRL-CUSTO(IDX-NEG)
               MOVE 0 TO CTRL-SALARIOS(IDX-NEG)
               MOVE 0 TO CTRL-NOTAS(IDX-NEG)
           END-PERFORM.
           PERFORM CARREGAR-AGUA-MESTRE.
           OPEN OUTPUT FICHEIRO-EXPORT.
           PERFORM EXPORTAR-COMPRAS.
           PERFORM EXPORTAR-DANOS.
           PERFORM EXPORTAR-SALARIOS.
           PERFORM EXPORTAR-NOTAS-CREDITO.
           PERFORM ESCREVER-CONTROLO.
           CLOSE FICHEIRO-EXPORT.
           DISPLAY "EXPORTACAO GRAVADA EM " WS-NOME-EXPORT.
           END-IF.

      * Alugueres fechados no periodo (pela data de inicio, como no
      * resultado mensal). O uso interno nao tem fatura nem IVA: sai
      * uma guia INT como receita do aluguer e o mesmo valor como
      * custo do negocio que usou a viatura.
       EXPORTAR-ALUGUERES.
           OPEN INPUT FICHEIRO-ALUGUERES.
           IF (WS-ALUGUERES-STATUS = "00") THEN
               MOVE ALG-DATA-INICIO TO WS-DATA-REG-NUM
               PERFORM FORMATAR-DATA-REG
               MOVE "ALG" TO WS-LIN-NEGOCIO
               IF (ALG-INTERNO = "PIZ") OR (ALG-INTERNO = "AGA") THEN
                   PERFORM EXPORTAR-USO-INTERNO
               ELSE
                   PERFORM EXPORTAR-FATURA-ALUGUER
               END-IF
           END-IF.

       EXPORTAR-FATURA-ALUGUER.
           IF (ALG-FATURA-NUM IS NUMERIC) AND
              (ALG-FATURA-NUM > 0) THEN
               STRING "FAT ALG-" ALG-FATURA-NUM
                   DELIMITED BY SIZE INTO WS-LIN-DOC
           ELSE
               STRING "CTR " ALG-CONTRATO-NUM
                   DELIMITED BY SIZE INTO WS-LIN-DOC
           END-IF
           IF (ALG-NIF IS NUMERIC) THEN
               MOVE ALG-NIF TO WS-LIN-NIF
           ELSE
               MOVE 0 TO WS-LIN-NIF
           END-IF
           MOVE ALG-RECEITA TO WS-LIN-TOTAL
           MOVE ALG-IVA TO WS-LIN-IVA
           COMPUTE WS-LIN-BASE = ALG-RECEITA - ALG-IVA
           MOVE 23 TO WS-LIN-TAXA
           MOVE 2 TO IDX-NEG
           MOVE "R" TO WS-LIN-NATUREZA
           PERFORM ESCREVER-LINHA.

       EXPORTAR-USO-INTERNO.
           STRING "INT " ALG-INTERNO " CTR-" ALG-CONTRATO-NUM
               DELIMITED BY SIZE INTO WS-LIN-DOC.
           MOVE 0 TO WS-LIN-NIF.
           MOVE ALG-RECEITA TO WS-LIN-TOTAL.
           MOVE ALG-RECEITA TO WS-LIN-BASE.
           MOVE 0 TO WS-LIN-IVA.
           MOVE 0 TO WS-LIN-TAXA.
           MOVE 2 TO IDX-NEG.
           MOVE "R" TO WS-LIN-NATUREZA.
           PERFORM ESCREVER-LINHA.
           MOVE ALG-INTERNO TO WS-LIN-NEGOCIO.
           STRING "INT ALG CTR-" ALG-CONTRATO-NUM
               DELIMITED BY SIZE INTO WS-LIN-DOC.
           MOVE ALG-RECEITA TO WS-LIN-TOTAL.
           MOVE ALG-RECEITA TO WS-LIN-BASE.
           IF (ALG-INTERNO = "PIZ") THEN
               MOVE 1 TO IDX-NEG
           ELSE
               MOVE 3 TO IDX-NEG
           END-IF.
           MOVE "C" TO WS-LIN-NATUREZA.
           PERFORM ESCREVER-LINHA.

      * Faturas de agua do periodo - o NIF vem da ficha mestre da
      * conta quando existe; a agua fatura a taxa reduzida de 6%.
       EXPORTAR-AGUA.
                   DELIMITED BY SIZE INTO WS-LIN-DOC
               MOVE 0 TO WS-LIN-NIF
               MOVE SAL-ILIQUIDO TO WS-LIN-TOTAL
      * As gorjetas vem do fundo dos clientes - nao sao custo salarial.
               IF (SAL-GORJETAS IS NUMERIC) THEN
                   SUBTRACT SAL-GORJETAS FROM WS-LIN-TOTAL
               END-IF
               MOVE WS-LIN-TOTAL TO WS-LIN-BASE
      * Despesas de deslocacao: a parte isenta e custo proprio (a
      * tributavel ja vai no iliquido do recibo).
               IF (SAL-TIPO = "D") THEN
                   MOVE SPACES TO WS-LIN-DOC
                   STRING "DESLOC " SAL-NOME(1:10)
                       DELIMITED BY SIZE INTO WS-LIN-DOC
                   MOVE SAL-BASE TO WS-LIN-TOTAL
                   MOVE SAL-BASE TO WS-LIN-BASE
               END-IF
               MOVE 0 TO WS-LIN-IVA
               MOVE 0 TO WS-LIN-TAXA
               MOVE "S" TO WS-LIN-NATUREZA
               PERFORM ESCREVER-LINHA
           END-IF.

      * Notas de credito emitidas no periodo, no negocio da serie:
      * seguem com os valores negativos e ficam fora da receita
      * bruta, com total de controlo proprio.
       EXPORTAR-NOTAS-CREDITO.
           OPEN INPUT FICHEIRO-NOTAS-CREDITO.
           IF (WS-NOTAS-CREDITO-STATUS = "00") THEN
               PERFORM UNTIL WS-NOTAS-CREDITO-STATUS = "10"
                   READ FICHEIRO-NOTAS-CREDITO
                       AT END MOVE "10" TO WS-NOTAS-CREDITO-STATUS
                       NOT AT END PERFORM EXPORTAR-UMA-NOTA-CREDITO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-NOTAS-CREDITO
           END-IF.

       EXPORTAR-UMA-NOTA-CREDITO.
           DIVIDE NC-DATA BY 100 GIVING WS-PERIODO-REG.
           IF (WS-PERIODO-REG = WS-PERIODO) THEN
               MOVE NC-DATA TO WS-DATA-REG-NUM
               PERFORM FORMATAR-DATA-REG
               EVALUATE NC-SERIE
                   WHEN "NAL"
                       MOVE "ALG" TO WS-LIN-NEGOCIO
                       MOVE 2 TO IDX-NEG
                   WHEN "NAG"
                       MOVE "AGA" TO WS-LIN-NEGOCIO
                       MOVE 3 TO IDX-NEG
                   WHEN OTHER
                       MOVE "PIZ" TO WS-LIN-NEGOCIO
                       MOVE 1 TO IDX-NEG
               END-EVALUATE
               STRING "NC " NC-SERIE "-" NC-NUMERO
                   DELIMITED BY SIZE INTO WS-LIN-DOC
               MOVE NC-NIF TO WS-LIN-NIF
               MOVE NC-BASE TO WS-LIN-BASE
               MOVE NC-TAXA TO WS-LIN-TAXA
               MOVE NC-IVA TO WS-LIN-IVA
               MOVE NC-TOTAL TO WS-LIN-TOTAL
               MOVE "N" TO WS-LIN-NATUREZA
               PERFORM ESCREVER-LINHA
           END-IF.

       FORMATAR-DATA-REG.
           MOVE SPACES TO WS-LIN-DATA.
           STRING WS-DR-DIA "/" WS-DR-MES "/" WS-DR-ANO
           MOVE WS-LIN-BASE TO WS-BASE-S.
           MOVE WS-LIN-IVA TO WS-IVA-S.
           MOVE WS-LIN-TOTAL TO WS-TOTAL-S.
           IF (WS-LIN-NATUREZA = "N") THEN
               MOVE "-" TO WS-SINAL
           ELSE
               MOVE SPACES TO WS-SINAL
           END-IF.
           MOVE SPACES TO EXPORT-LINHA.
           STRING WS-LIN-DATA ";" WS-LIN-NEGOCIO ";"
                   WS-LIN-DOC ";" WS-LIN-NIF ";"
                   DELIMITED BY SIZE
               WS-SINAL DELIMITED BY SPACE
               WS-BASE-S ";" WS-LIN-TAXA ";" DELIMITED BY SIZE
               WS-SINAL DELIMITED BY SPACE
               WS-IVA-S ";" DELIMITED BY SIZE
               WS-SINAL DELIMITED BY SPACE
               WS-TOTAL-S DELIMITED BY SIZE
               INTO EXPORT-LINHA.
           WRITE EXPORT-LINHA.
           ADD 1 TO CTRL-DOCS(IDX-NEG).
           EVALUATE WS-LIN-NATUREZA
                   ADD WS-LIN-TOTAL TO CTRL-CUSTO(IDX-NEG)
               WHEN "S"
                   ADD WS-LIN-TOTAL TO CTRL-SALARIOS(IDX-NEG)
               WHEN "N"
                   ADD WS-LIN-TOTAL TO CTRL-NOTAS(IDX-NEG)
               WHEN OTHER
                   ADD WS-LIN-TOTAL TO CTRL-RECEITA(IDX-NEG)
           END-EVALUATE.
      * Totais de controlo por negocio no fim do ficheiro (e no ecra),
      * com a receita, os custos e os salarios em linhas separadas -
      * sao exatamente as parcelas que o RESULTADO-MENSAL mostra para
      * o mesmo mes (receita, notas de credito, compras/danos e
      * custo salarial).
       ESCREVER-CONTROLO.
           PERFORM VARYING IDX-NEG FROM 1 BY 1 UNTIL IDX-NEG > 4
               MOVE CTRL-RECEITA(IDX-NEG) TO WS-TOTAL-S
                   WS-TOTAL-S
                   DELIMITED BY SIZE INTO EXPORT-LINHA
               WRITE EXPORT-LINHA
               MOVE CTRL-NOTAS(IDX-NEG) TO WS-TOTAL-S
               MOVE SPACES TO EXPORT-LINHA
               STRING "T;" CTRL-SIGLA(IDX-NEG) ";NOTAS CREDITO;;;;;-"
                   WS-TOTAL-S
                   DELIMITED BY SIZE INTO EXPORT-LINHA
               WRITE EXPORT-LINHA
               MOVE CTRL-RECEITA(IDX-NEG) TO WS-FORMAT
               DISPLAY CTRL-SIGLA(IDX-NEG) " RECEITA:  " WS-FORMAT
               MOVE CTRL-NOTAS(IDX-NEG) TO WS-FORMAT
               DISPLAY CTRL-SIGLA(IDX-NEG) " NOTAS CR: " WS-FORMAT
               MOVE CTRL-CUSTO(IDX-NEG) TO WS-FORMAT
               DISPLAY CTRL-SIGLA(IDX-NEG) " CUSTOS:   " WS-FORMAT
               MOVE CTRL-SALARIOS(IDX-NEG) TO WS-FORMAT
