           COPY "MANUTENCAO-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       77 WS-MANUTENCAO-STATUS   PIC XX VALUES SPACES.
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 3.

       PROCEDURE DIVISION.
       MENU-MANUTENCAO.
           MOVE "T03-MANUTENCAO" TO WS-JRN-PROGRAMA.
           PERFORM CARREGAR-FROTA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           DISPLAY "=== MANUTENCAO DA FROTA ===".
