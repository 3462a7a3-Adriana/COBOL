      * Author:
      * Date:
      * Purpose: Fecho de caixa diario da pizzaria (le PEDIDOS.DAT)
      *          com as devolucoes das notas de credito do dia
      *          (NOTAS-CREDITO.DAT) a abater a caixa e aos terminais.
      *          O dinheiro contado e o total dos terminais ficam em
      *          DEPOSITOS-CAIXA.DAT para a conciliacao bancaria.
      *          A diferenca de caixa fica em OCORRENCIAS.DAT com o
      *          operador que fez o fecho.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY "PEDIDOS-SELECT.cpy".
           COPY "VALES-SELECT.cpy".
           COPY "NOTAS-CREDITO-SELECT.cpy".
           COPY "DEPOSITOS-CAIXA-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "OCORRENCIAS-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "PEDIDOS-FD.cpy".
           COPY "VALES-FD.cpy".
           COPY "NOTAS-CREDITO-FD.cpy".
           COPY "DEPOSITOS-CAIXA-FD.cpy".
           COPY "OPERADOR-SESSAO-FD.cpy".
           COPY "OCORRENCIAS-FD.cpy".

       WORKING-STORAGE SECTION.
       77 WS-PEDIDOS-STATUS      PIC XX VALUES SPACES.
       77 IDX-PAG                PIC 9(01) VALUES 0.
       COPY "VALES-WS.cpy".
       77 WS-TOTAL-VALE          PIC 9(09)V99 VALUES 0.
       77 WS-TOTAL-PLATAFORMA    PIC 9(09)V99 VALUES 0.
       77 WS-TOTAL-GORJETAS      PIC 9(07)V99 VALUES 0.
       77 WS-TOTAL-PESSOAL       PIC 9(09)V99 VALUES 0.
       77 WS-TOTAL-TERMINAIS     PIC S9(09)V99 VALUES 0.
       77 WS-VALES-VENDIDOS      PIC 9(08)V99 VALUES 0.
       77 WS-DATA-NUM-ALVO       PIC 9(08) VALUES 0.
       77 WS-PEDIDOS-MESA        PIC 9(05) VALUES 0.
           05 WS-DP-DIA          PIC 9(02).
       77 WS-DATA-ALVO           PIC X(10) VALUES SPACES.
       COPY "DATA-SISTEMA-WS.cpy".
       COPY "NOTAS-CREDITO-WS.cpy".
       77 WS-NOTAS-DIA           PIC 9(05) VALUES 0.
       77 WS-TOTAL-NOTAS         PIC 9(09)V99 VALUES 0.
       77 WS-DEVOL-DINHEIRO      PIC 9(09)V99 VALUES 0.
       77 WS-DEVOL-MB            PIC 9(09)V99 VALUES 0.
       77 WS-DEVOL-CARTAO        PIC 9(09)V99 VALUES 0.
       77 WS-DEVOL-OUTROS        PIC 9(09)V99 VALUES 0.
       77 WS-CAIXA-ESPERADO      PIC S9(09)V99 VALUES 0.
       77 WS-DEPOSITOS-STATUS    PIC XX VALUES SPACES.
       COPY "OPERADOR-SESSAO-WS.cpy".
       COPY "OCORRENCIAS-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LER-OPERADOR-SESSAO.
           DISPLAY "=== FECHO DE CAIXA - PIZZARIA DO RAMALHO ===".
           DISPLAY "DATA A FECHAR AAAAMMDD (ENTER=HOJE): "
               WITH NO ADVANCING.
           END-IF.
           PERFORM LER-PEDIDOS UNTIL WS-PEDIDOS-STATUS = "10".
           CLOSE FICHEIRO-PEDIDOS.
           PERFORM APURAR-NOTAS-CREDITO.
           PERFORM IMPRIMIR-RELATORIO.
           GO TO FIM-RELATORIO.

                       WHEN "V"
                           ADD REG-PAG-VALOR(IDX-PAG)
                               TO WS-TOTAL-VALE
                       WHEN "P"
                           ADD REG-PAG-VALOR(IDX-PAG)
                               TO WS-TOTAL-PLATAFORMA
                       WHEN "E"
                           ADD REG-PAG-VALOR(IDX-PAG)
                               TO WS-TOTAL-PESSOAL
                       WHEN OTHER
                           ADD REG-PAG-VALOR(IDX-PAG)
                               TO WS-TOTAL-DINHEIRO
                   END-EVALUATE
                   IF (REG-GORJETA(IDX-PAG) IS NUMERIC) THEN
                       ADD REG-GORJETA(IDX-PAG) TO WS-TOTAL-GORJETAS
                   END-IF
               END-PERFORM
           ELSE
               EVALUATE REG-METODO-PAG
                       ADD REG-VALOR-TOTAL TO WS-TOTAL-CARTAO
                   WHEN "V"
                       ADD REG-VALOR-TOTAL TO WS-TOTAL-VALE
                   WHEN "P"
                       ADD REG-VALOR-TOTAL TO WS-TOTAL-PLATAFORMA
                   WHEN "E"
                       ADD REG-VALOR-TOTAL TO WS-TOTAL-PESSOAL
                   WHEN OTHER
                       ADD REG-VALOR-TOTAL TO WS-TOTAL-DINHEIRO
               END-EVALUATE
           END-IF.

      * Notas de credito da pizzaria emitidas no dia: o que se
      * devolveu em dinheiro saiu da gaveta e o que se devolveu por
      * multibanco ou cartao saiu pelos terminais.
       APURAR-NOTAS-CREDITO.
           OPEN INPUT FICHEIRO-NOTAS-CREDITO.
           IF (WS-NOTAS-CREDITO-STATUS = "00") THEN
               PERFORM UNTIL WS-NOTAS-CREDITO-STATUS = "10"
                   READ FICHEIRO-NOTAS-CREDITO
                       AT END MOVE "10" TO WS-NOTAS-CREDITO-STATUS
                       NOT AT END
                           IF (NC-SERIE = "NPZ") AND
                              (NC-DATA = WS-DATA-NUM-ALVO) THEN
                               ADD 1 TO WS-NOTAS-DIA
                               ADD NC-TOTAL TO WS-TOTAL-NOTAS
                               EVALUATE NC-METODO-DEVOL
                                   WHEN "D"
                                       ADD NC-DEVOLVIDO TO
                                           WS-DEVOL-DINHEIRO
                                   WHEN "M"
                                       ADD NC-DEVOLVIDO TO WS-DEVOL-MB
                                   WHEN "C"
                                       ADD NC-DEVOLVIDO TO
                                           WS-DEVOL-CARTAO
                                   WHEN OTHER
                                       ADD NC-DEVOLVIDO TO
                                           WS-DEVOL-OUTROS
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-NOTAS-CREDITO
           END-IF.

      * Vales vendidos no dia sao um passivo (dinheiro recebido por
      * pizzas ainda nao servidas) - mostram-se a parte da receita.
       APURAR-VALES-VENDIDOS.
           DISPLAY "CARTAO:           " WS-FORMAT.
           MOVE WS-TOTAL-VALE TO WS-FORMAT.
           DISPLAY "RESGATE DE VALES: " WS-FORMAT.
      * Pedidos das plataformas de entrega: cobrados pela plataforma,
      * recebem-se no extrato mensal - nao entram na caixa.
           MOVE WS-TOTAL-PLATAFORMA TO WS-FORMAT.
           DISPLAY "PLATAFORMAS:      " WS-FORMAT.
      * Consumo do pessoal: venda faturada ao empregado e cobrada no
      * vencimento pela folha - tambem nao entra na caixa.
           MOVE WS-TOTAL-PESSOAL TO WS-FORMAT.
           DISPLAY "CONTA DE EMPREGADOS: " WS-FORMAT.
      * As gorjetas passam pelo terminal junto com o pagamento mas nao
      * sao venda nem tem IVA: mostram-se a parte, e o fecho do
      * terminal confere com MB + cartao + gorjetas.
           MOVE WS-TOTAL-GORJETAS TO WS-FORMAT.
           DISPLAY "GORJETAS (NAO SAO VENDA): " WS-FORMAT.
           IF (WS-NOTAS-DIA > 0) THEN
               MOVE WS-TOTAL-NOTAS TO WS-FORMAT
               DISPLAY "NOTAS DE CREDITO: " WS-NOTAS-DIA
                   "  VALOR: " WS-FORMAT
               MOVE WS-DEVOL-DINHEIRO TO WS-FORMAT
               DISPLAY " DEVOLVIDO DINHEIRO:   " WS-FORMAT
               MOVE WS-DEVOL-MB TO WS-FORMAT
               DISPLAY " DEVOLVIDO MULTIBANCO: " WS-FORMAT
               MOVE WS-DEVOL-CARTAO TO WS-FORMAT
               DISPLAY " DEVOLVIDO CARTAO:     " WS-FORMAT
               IF (WS-DEVOL-OUTROS > 0) THEN
                   MOVE WS-DEVOL-OUTROS TO WS-FORMAT
                   DISPLAY " DEVOLVIDO TRANSFER.:  " WS-FORMAT
               END-IF
           END-IF.
           COMPUTE WS-TOTAL-TERMINAIS =
               WS-TOTAL-MB + WS-TOTAL-CARTAO + WS-TOTAL-GORJETAS -
               WS-DEVOL-MB - WS-DEVOL-CARTAO.
           MOVE WS-TOTAL-TERMINAIS TO WS-FORMAT-DIF.
           DISPLAY "TOTAL NOS TERMINAIS: " WS-FORMAT-DIF.
           PERFORM APURAR-VALES-VENDIDOS.
           MOVE WS-VALES-VENDIDOS TO WS-FORMAT.
           DISPLAY "VENDA DE VALES (PASSIVO): " WS-FORMAT.
           DISPLAY "VALOR CONTADO NA CAIXA (DINHEIRO): "
               WITH NO ADVANCING.
           ACCEPT WS-CAIXA-CONTADO.
           COMPUTE WS-CAIXA-ESPERADO =
               WS-TOTAL-DINHEIRO - WS-DEVOL-DINHEIRO.
           COMPUTE WS-CAIXA-DIFERENCA =
               WS-CAIXA-CONTADO - WS-CAIXA-ESPERADO.
           MOVE WS-CAIXA-DIFERENCA TO WS-FORMAT-DIF.
           IF (WS-CAIXA-DIFERENCA = 0) THEN
               DISPLAY "CAIXA CONFERE."
           ELSE
               DISPLAY "DIFERENCA DE CAIXA: " WS-FORMAT-DIF
           END-IF.
           PERFORM REGISTAR-DEPOSITO.
           PERFORM REGISTAR-DIFERENCA-CAIXA.

      * Grava-se tambem a caixa certa: se o dia for fechado outra vez,
      * o relatorio de excecoes fica com o ultimo fecho, como o
      * deposito.
       REGISTAR-DIFERENCA-CAIXA.
           MOVE "CX" TO WS-OCO-TIPO.
           MOVE "T04-FECHO" TO WS-OCO-PROGRAMA.
           MOVE WS-DATA-NUM-ALVO TO WS-OCO-REFERENCIA.
           MOVE WS-CAIXA-DIFERENCA TO WS-OCO-VALOR.
           PERFORM REGISTAR-OCORRENCIA.

      * O que foi contado na gaveta e o que vai ao banco; os
      * terminais liquidam o total do dia (pode ser negativo se as
      * devolucoes excederem as vendas).
       REGISTAR-DEPOSITO.
           MOVE SPACES TO WS-DEPOSITOS-STATUS.
           OPEN EXTEND FICHEIRO-DEPOSITOS.
           IF (WS-DEPOSITOS-STATUS = "35") THEN
               OPEN OUTPUT FICHEIRO-DEPOSITOS
           END-IF.
           MOVE WS-DATA-NUM-ALVO TO DEP-DATA.
           MOVE WS-CAIXA-CONTADO TO DEP-DINHEIRO.
           IF (WS-TOTAL-TERMINAIS < 0) THEN
               MOVE "-" TO DEP-SINAL-TPA
               COMPUTE DEP-TERMINAIS = 0 - WS-TOTAL-TERMINAIS
           ELSE
               MOVE "+" TO DEP-SINAL-TPA
               MOVE WS-TOTAL-TERMINAIS TO DEP-TERMINAIS
           END-IF.
           WRITE REG-DEPOSITO.
           CLOSE FICHEIRO-DEPOSITOS.

       FIM-RELATORIO.
           STOP RUN.

       COPY "VALES-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       COPY "OCORRENCIAS-PROC.cpy".

       END PROGRAM T04-FECHO.
