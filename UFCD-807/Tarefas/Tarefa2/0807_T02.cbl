       COPY "OPERADOR-SESSAO-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "JORNAL-TAB-EMPREGADOS-WS.cpy".
       COPY "ERRO-LOG-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       77 TEMP        PIC X(02) VALUES SPACES.

       PROCEDURE DIVISION.
       LER-IDADE.
           MOVE "T02" TO WS-JRN-PROGRAMA.
           DISPLAY LIMPAR-ECRAN.
           PERFORM LER-OPERADOR-SESSAO.
           MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR.
               MOVE 0 TO WS-NUM-EMPREGADOS
           END-IF.
           PERFORM VERIFICAR-CONTROLO-EMP.
           PERFORM FOTOGRAFAR-TAB-EMPREGADOS.

       PROCURAR-EMPREGADO.
           MOVE 0 TO WS-EMP-ACHADO.
                   " CONTROLO NAO CONFERE."
           ELSE
               MOVE BONUS TO EMP-T-BONUS-NATAL(WS-EMP-ACHADO)
               PERFORM JORNALIZAR-TAB-EMPREGADOS
               OPEN OUTPUT FICHEIRO-EMPREGADOS
               PERFORM VARYING IDX-EMP FROM 1 BY 1
                   UNTIL IDX-EMP > WS-NUM-EMPREGADOS

       COPY "OPERADOR-SESSAO-PROC.cpy".

       COPY "JORNAL-TAB-EMPREGADOS-PROC.cpy".

       END PROGRAM T02.
