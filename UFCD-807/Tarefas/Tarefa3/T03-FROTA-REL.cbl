       77 WS-MES-PEDIDO        PIC 9(06) VALUES 0.
       77 WS-PERIODO-PESQUISA  PIC 9(06) VALUES 0.
       77 WS-TOTAL-ALUGUERES   PIC 9(05) VALUES 0.
       77 WS-DIAS-INTERNOS     PIC 9(05) VALUES 0.
       77 WS-FORMAT            PIC Z(6)9.99.
       77 IDX-MOD              PIC 9(02) VALUES 0.
       77 WS-MODELO-ACHADO     PIC X VALUES "N".
                       ALG-DATA-INICIO / 100
                   IF (WS-MES-PEDIDO = WS-PERIODO-PESQUISA)
                       ADD 1 TO WS-TOTAL-ALUGUERES
                       IF (ALG-INTERNO = "PIZ") OR
                          (ALG-INTERNO = "AGA") THEN
                           ADD ALG-DIAS TO WS-DIAS-INTERNOS
                       END-IF
                       PERFORM ACUMULAR-MODELO
                   END-IF
           END-READ.
       IMPRIMIR-RELATORIO.
           DISPLAY "MES CONSULTADO: " WS-PERIODO-PESQUISA.
           DISPLAY "TOTAL DE ALUGUERES: " WS-TOTAL-ALUGUERES.
           DISPLAY "DIAS DE USO INTERNO (PIZ/AGA): " WS-DIAS-INTERNOS.
           DISPLAY "-------------------------------------------".
           DISPLAY "MODELO      DIAS-ALUGADOS      RECEITA".
           PERFORM VARYING IDX-MOD FROM 1 BY 1
