      *          (C)omercial e (S)ocial, os escaloes de consumo, a
      *          tarifa de disponibilidade, a percentagem de
      *          saneamento, a taxa de residuos e a taxa de IVA em
      *          TARIFARIO-AGUA.DAT, usadas pela faturacao. Cada
      *          alteracao cria uma versao com data de entrada em
      *          vigor; as versoes anteriores ficam guardadas para a
      *          faturacao dos periodos em que vigoraram.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-CLASSE              PIC X(01) VALUES SPACES.
           88 VALIDAR-CLASSE-TAR VALUES "D" "C" "S".
       77 WS-FORMAT              PIC ZZ9.99.
       77 WS-DATA-VIGOR          PIC 9(08) VALUES 0.
       77 WS-DATA-HOJE           PIC 9(08) VALUES 0.
       77 WS-TARC-BASE           PIC 9(02) VALUES 0.

       PROCEDURE DIVISION.
       MENU-TARIFA.
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM MOSTRAR-TARIFARIO
               WHEN 2 PERFORM ALTERAR-CLASSE THRU FIM-ALTERAR-CLASSE
               WHEN 3 PERFORM ALTERAR-MULTIPLO-FUGA
               WHEN 0 STOP RUN
           END-EVALUATE.
           DISPLAY "MULTIPLO GRAVADO.".

       MOSTRAR-TARIFARIO.
           PERFORM VARYING IDX-TARC FROM 1 BY 1
               UNTIL IDX-TARC > WS-NUM-TARIFAS-CLASSE
               DISPLAY "CLASSE " TARC-CLASSE(IDX-TARC)
                   " - EM VIGOR DESDE " TARC-DATA-INICIO(IDX-TARC) ":"
               MOVE TARC-DISPONIBILIDADE(IDX-TARC) TO WS-FORMAT
               DISPLAY "  DISPONIBILIDADE: " WS-FORMAT
               DISPLAY "  SANEAMENTO (FRACAO): "
               DISPLAY "CLASSE INVALIDA!"
               GO ALTERAR-CLASSE
           END-IF.
           IF (WS-TAR-TRUNCADO = "S") THEN
               DISPLAY "TARIFARIO COM MAIS DE 30 VERSOES - "
                   "NAO E POSSIVEL GRAVAR."
               GO FIM-ALTERAR-CLASSE
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "DATA DE ENTRADA EM VIGOR (AAAAMMDD, 0 = HOJE): "
               WITH NO ADVANCING.
           ACCEPT WS-DATA-VIGOR.
           IF (WS-DATA-VIGOR = 0) THEN
               MOVE WS-DATA-HOJE TO WS-DATA-VIGOR
           END-IF.
           IF (WS-DATA-VIGOR < WS-DATA-HOJE) THEN
               DISPLAY "NAO SE ALTERAM TARIFAS COM DATA PASSADA!"
               GO FIM-ALTERAR-CLASSE
           END-IF.
      * Parte da versao em vigor nessa data; se ja houver versao com
      * essa data e corrigida, senao acrescenta-se uma nova.
           MOVE WS-CLASSE TO WS-TAR-CLASSE-PEDIDA.
           MOVE WS-DATA-VIGOR TO WS-TAR-DATA-REF.
           PERFORM SELECIONAR-TARIFA-CLASSE.
           MOVE WS-TARC-ACHADA TO WS-TARC-BASE.
           IF (WS-TAR-VIGOR = WS-DATA-VIGOR) THEN
               MOVE WS-TARC-BASE TO IDX-TARC
           ELSE
               IF (WS-NUM-TARIFAS-CLASSE >= 30) THEN
                   DISPLAY "LIMITE DE 30 VERSOES ATINGIDO!"
                   GO FIM-ALTERAR-CLASSE
               END-IF
               ADD 1 TO WS-NUM-TARIFAS-CLASSE
               MOVE WS-NUM-TARIFAS-CLASSE TO IDX-TARC
               MOVE TARC-ITEM(WS-TARC-BASE) TO TARC-ITEM(IDX-TARC)
               MOVE WS-DATA-VIGOR TO TARC-DATA-INICIO(IDX-TARC)
           END-IF.
           DISPLAY "VERSAO BASE EM VIGOR DESDE " WS-TAR-VIGOR.
           DISPLAY "NOVA TARIFA DE DISPONIBILIDADE: "
               WITH NO ADVANCING.
           ACCEPT TARC-DISPONIBILIDADE(IDX-TARC).
           DISPLAY "PRECO DO EXCEDENTE: " WITH NO ADVANCING.
           ACCEPT TARC-ESC-PRECO(IDX-TARC 4).
           PERFORM GRAVAR-TARIFARIO.
           DISPLAY "TARIFARIO GRAVADO (EM VIGOR A " WS-DATA-VIGOR ").".
       FIM-ALTERAR-CLASSE.
           EXIT.

       GRAVAR-TARIFARIO.
           OPEN OUTPUT FICHEIRO-TARIFARIO.
           PERFORM VARYING IDX-TARC FROM 1 BY 1
               UNTIL IDX-TARC > WS-NUM-TARIFAS-CLASSE
               MOVE TARC-CLASSE(IDX-TARC) TO TAR-CLASSE
               MOVE TARC-DATA-INICIO(IDX-TARC) TO TAR-DATA-INICIO
               MOVE TARC-DISPONIBILIDADE(IDX-TARC)
                   TO TAR-DISPONIBILIDADE
               MOVE TARC-SANEAMENTO-PCT(IDX-TARC)
