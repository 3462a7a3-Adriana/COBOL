       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== RELATORIO DIARIO CONSOLIDADO ===".
           DISPLAY "DATA A CONSULTAR AAAAMMDD (ENTER=HOJE): "
               WITH NO ADVANCING.
           ACCEPT WS-DATA-PESQUISA.
           IF (WS-DATA-PESQUISA = 0) THEN
               ACCEPT WS-DATA-PESQUISA FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-DATA-PESQUISA TO WS-DATA-PESQUISA-BR.
           STRING WS-DP-DIA "/" WS-DP-MES "/" WS-DP-ANO
               DELIMITED BY SIZE INTO WS-DATA-PESQUISA-DMA.
