           COPY "AUTORIZA-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "CLIENTES-ALUGUER-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       COPY "ERRO-LOG-WS.cpy".

       PROCEDURE DIVISION.
       MENU-CLIENTES.
           MOVE "T03-CLIENTES" TO WS-JRN-PROGRAMA.
           PERFORM LER-OPERADOR-SESSAO.
           MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR.
           PERFORM CARREGAR-AUTORIZACOES.
