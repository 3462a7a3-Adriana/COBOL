      *          de excecoes SEPA-EXCECOES.TXT. As atualizacoes correm
      *          diretamente sobre o ficheiro (duas passagens, com
      *          SEPA-TMP.DAT de apoio), pelo que o historico de
      *          estados pode crescer sem limite. O lote so e
      *          marcado como enviado depois de gerado o relatorio de
      *          variacoes da folha do periodo (RH-VARIACOES) e de
      *          visadas todas as linhas sinalizadas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SEPA-LOTES-SELECT.cpy".
           COPY "VARIACOES-SELECT.cpy".
           SELECT FICHEIRO-SEPA-TMP ASSIGN TO "SEPA-TMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEPA-TMP-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "SEPA-LOTES-FD.cpy".
           COPY "VARIACOES-FD.cpy".

       FD  FICHEIRO-SEPA-TMP.
       01  REG-SEPA-TMP.
       77 WS-ALTERADAS           PIC 9(05) VALUES 0.
       77 WS-LISTADAS            PIC 9(05) VALUES 0.
       77 WS-FORMAT              PIC Z(6)9.99.
       COPY "VARIACOES-WS.cpy".

       PROCEDURE DIVISION.
       MENU-SEPA.
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM LISTAR-LOTE
               WHEN 2 PERFORM MARCAR-ENVIADO THRU FIM-MARCAR-ENVIADO
               WHEN 3 PERFORM PROCESSAR-RESPOSTAS
               WHEN 0 STOP RUN
           END-EVALUATE.
      * As atualizacoes de estado correm em duas passagens sobre o
      * ficheiro, linha a linha - sem tabela em memoria nao ha limite
      * ao historico nem risco de perder registos numa regravacao.
      * O lote fica retido enquanto houver linhas de variacao da
      * folha por visar (ou se o relatorio do periodo nao correu).
       MARCAR-ENVIADO.
           PERFORM LER-PERIODO.
           MOVE WS-PERIODO TO WS-VAR-PERIODO-VER.
           PERFORM VERIFICAR-VARIACOES-VISADAS.
           IF (WS-VAR-RELATORIO-FEITO = "N") THEN
               DISPLAY "LOTE RETIDO - FALTA O RELATORIO DE VARIACOES "
                   "DA FOLHA DO PERIODO."
               GO FIM-MARCAR-ENVIADO
           END-IF.
           IF (WS-VAR-PENDENTES > 0) THEN
               DISPLAY "LOTE RETIDO - " WS-VAR-PENDENTES
                   " LINHA(S) DE VARIACAO POR VISAR PELO SUPERVISOR."
               GO FIM-MARCAR-ENVIADO
           END-IF.
           MOVE 0 TO WS-ALTERADAS.
           MOVE SPACES TO WS-SEPA-LOTES-STATUS.
           OPEN INPUT FICHEIRO-SEPA-LOTES.
               DISPLAY WS-ALTERADAS " TRANSFERENCIA(S) MARCADA(S)"
                   " COMO ENVIADA(S)."
           END-IF.
       FIM-MARCAR-ENVIADO.
           EXIT.

       PROCESSAR-RESPOSTAS.
           PERFORM LER-PERIODO.
           WRITE EXCECAO-LINHA.
           CLOSE SEPA-EXCECOES.

       COPY "VARIACOES-PROC.cpy".

       END PROGRAM SEPA-CONFIRMA.
