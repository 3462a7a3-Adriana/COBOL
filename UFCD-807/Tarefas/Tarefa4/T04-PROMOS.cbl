           88 VALIDAR-OPCAO VALUES 0 THRU 3.
       77 WS-CODIGO              PIC X(10) VALUES SPACES.
       77 WS-FORMAT              PIC ZZ9.99.
       77 WS-NUM-PESSOAIS        PIC 9(03) VALUES 0.

       PROCEDURE DIVISION.
       MENU-PROMOS.
       LISTAR-PROMOS.
           DISPLAY "CODIGO     DESCRICAO            TIPO VALOR  "
               "DIA HORAS     DATAS             USO USADA AUTO".
      * Os cupoes pessoais das campanhas de recuperacao sao muitos;
      * contam-se aqui e veem-se no relatorio da campanha.
           MOVE 0 TO WS-NUM-PESSOAIS.
           PERFORM VARYING IDX-PRM FROM 1 BY 1
               UNTIL IDX-PRM > WS-NUM-PROMOS
               IF (PRM-T-CLIENTE(IDX-PRM) IS NUMERIC) AND
                  (PRM-T-CLIENTE(IDX-PRM) > 0) THEN
                   ADD 1 TO WS-NUM-PESSOAIS
               ELSE
                   MOVE PRM-T-VALOR(IDX-PRM) TO WS-FORMAT
                   DISPLAY PRM-T-CODIGO(IDX-PRM) " "
                       PRM-T-DESCRICAO(IDX-PRM) " "
                       PRM-T-TIPO(IDX-PRM) "   " WS-FORMAT " "
                       PRM-T-DIA-SEMANA(IDX-PRM) "  "
                       PRM-T-HORA-DE(IDX-PRM) "-"
                       PRM-T-HORA-ATE(IDX-PRM) " "
                       PRM-T-DATA-INICIO(IDX-PRM) "-"
                       PRM-T-DATA-FIM(IDX-PRM) " "
                       PRM-T-USO-UNICO(IDX-PRM) "   "
                       PRM-T-USADA(IDX-PRM) "     "
                       PRM-T-AUTO(IDX-PRM)
               END-IF
           END-PERFORM.
           IF (WS-NUM-PESSOAIS > 0) THEN
               DISPLAY "MAIS " WS-NUM-PESSOAIS
                   " CUPOES PESSOAIS DE CAMPANHAS DE RECUPERACAO."
           END-IF.

       REGISTAR-PROMO.
           DISPLAY "CODIGO DA PROMOCAO: " WITH NO ADVANCING.
           END-IF.
           PERFORM LOCALIZAR-PROMO.
           IF (WS-PRM-ACHADA = 0) THEN
               IF (WS-NUM-PROMOS >= 500) THEN
                   DISPLAY "TABELA DE PROMOCOES CHEIA!"
                   GO MENU-PROMOS
               END-IF
               MOVE WS-NUM-PROMOS TO WS-PRM-ACHADA
               MOVE WS-CODIGO TO PRM-T-CODIGO(WS-PRM-ACHADA)
               MOVE "N" TO PRM-T-USADA(WS-PRM-ACHADA)
               MOVE 0 TO PRM-T-CLIENTE(WS-PRM-ACHADA)
               MOVE 0 TO PRM-T-CAMPANHA(WS-PRM-ACHADA)
           END-IF.
           DISPLAY "DESCRICAO: " WITH NO ADVANCING.
           ACCEPT PRM-T-DESCRICAO(WS-PRM-ACHADA).
