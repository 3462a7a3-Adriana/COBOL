           END-IF.

       SEMEAR-AUTORIZACOES.
           MOVE 11 TO WS-NUM-AUTORIZ.
           MOVE "ANULAR-PED"   TO AUT-T-FUNCAO(1).
           MOVE "G"            TO AUT-T-PERFIL(1).
           MOVE "ALTERA-PRECO" TO AUT-T-FUNCAO(2).
           MOVE "G"            TO AUT-T-PERFIL(3).
           MOVE "FOLHA"        TO AUT-T-FUNCAO(4).
           MOVE "A"            TO AUT-T-PERFIL(4).
           MOVE "ALERGENOS"    TO AUT-T-FUNCAO(5).
           MOVE "G"            TO AUT-T-PERFIL(5).
           MOVE "VISTO-FOLHA"  TO AUT-T-FUNCAO(6).
           MOVE "G"            TO AUT-T-PERFIL(6).
           MOVE "DESPESAS"     TO AUT-T-FUNCAO(7).
           MOVE "G"            TO AUT-T-PERFIL(7).
           MOVE "REEMB-AGUA"   TO AUT-T-FUNCAO(8).
           MOVE "G"            TO AUT-T-PERFIL(8).
           MOVE "NOTA-CRED"    TO AUT-T-FUNCAO(9).
           MOVE "G"            TO AUT-T-PERFIL(9).
           MOVE "APAGAR-RGPD"  TO AUT-T-FUNCAO(10).
           MOVE "A"            TO AUT-T-PERFIL(10).
           MOVE "EXCECAO-CTR"  TO AUT-T-FUNCAO(11).
           MOVE "G"            TO AUT-T-PERFIL(11).

      * Verifica se o perfil da sessao pode executar WS-AUT-FUNCAO;
      * sem perfil, um gestor pode aprovar a acao uma unica vez com o
      * proprio codigo e PIN. Recusas e overrides ficam no registo de
      * erros com operador e funcao.
       VERIFICAR-AUTORIZACAO.
           PERFORM OBTER-PERFIL-MIN-AUT.
           MOVE WS-OPERADOR-PERFIL TO WS-AUT-PERFIL-OVR.
           PERFORM AVALIAR-PERFIL-AUT.
           IF (WS-AUT-OK = "S") THEN
           ACCEPT WS-AUT-CODIGO.
           DISPLAY "PIN: " WITH NO ADVANCING.
           ACCEPT WS-AUT-PIN.
           PERFORM LER-PERFIL-GESTOR-AUT.
           PERFORM AVALIAR-PERFIL-AUT.
           IF (WS-AUT-OK = "S") THEN
               MOVE WS-AUT-FUNCAO TO WS-ERRO-PROGRAMA
               STRING "OVERRIDE APROVADO POR " WS-AUT-CODIGO
                   DELIMITED BY SIZE INTO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
           ELSE
               PERFORM REGISTAR-RECUSA-AUT
           END-IF.
       FIM-VERIFICAR-AUTORIZACAO.
           EXIT.

       OBTER-PERFIL-MIN-AUT.
           MOVE "A" TO WS-AUT-PERFIL-MIN.
           PERFORM VARYING IDX-AUT FROM 1 BY 1
               UNTIL IDX-AUT > WS-NUM-AUTORIZ
               IF (AUT-T-FUNCAO(IDX-AUT) = WS-AUT-FUNCAO) THEN
                   MOVE AUT-T-PERFIL(IDX-AUT) TO WS-AUT-PERFIL-MIN
               END-IF
           END-PERFORM.

      * Perfil do gestor que se identificou com WS-AUT-CODIGO e
      * WS-AUT-PIN (espaco se o codigo ou o PIN nao conferem).
       LER-PERFIL-GESTOR-AUT.
           MOVE SPACES TO WS-AUT-PERFIL-OVR.
           MOVE SPACES TO WS-OPER-AUT-STATUS.
           OPEN INPUT FICHEIRO-OPERADORES-AUT.
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-OPERADORES-AUT.

       AVALIAR-PERFIL-AUT.
           MOVE "N" TO WS-AUT-OK.
