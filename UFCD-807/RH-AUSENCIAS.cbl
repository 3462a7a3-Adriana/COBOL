           05 FPD-DATA-DECISAO    PIC 9(08).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "JORNAL-TAB-EMPREGADOS-WS.cpy".
       77 WS-EMPREGADOS-STATUS   PIC XX VALUES SPACES.
       77 WS-EMP-CTL-STATUS      PIC XX VALUES SPACES.
       77 WS-EMP-CTL-ERRO        PIC A VALUES "N".
               10 EMP-T-ESTADO          PIC X(01).
               10 EMP-T-FERIAS-SALDO    PIC 9(02).
               10 EMP-T-SUB-ALIM-DIA    PIC 9(02)V99.
               10 EMP-T-NIF             PIC 9(09).

       PROCEDURE DIVISION.
       MENU-AUSENCIAS.
           MOVE "RH-AUSENCIAS" TO WS-JRN-PROGRAMA.
           PERFORM LER-OPERADOR-SESSAO.
           PERFORM CARREGAR-FERIADOS.
           PERFORM CARREGAR-FERIAS-PEDIDOS.
               CLOSE FICHEIRO-EMPREGADOS
           END-IF.
           PERFORM VERIFICAR-CONTROLO-EMP.
           PERFORM FOTOGRAFAR-TAB-EMPREGADOS.

       GRAVAR-EMPREGADOS.
           IF (WS-EMP-CTL-ERRO = "S") THEN
               DISPLAY "REGRAVACAO DE EMPREGADOS.DAT RECUSADA -"
                   " CONTROLO NAO CONFERE."
           ELSE
               PERFORM JORNALIZAR-TAB-EMPREGADOS
               OPEN OUTPUT FICHEIRO-EMPREGADOS
               PERFORM VARYING IDX-EMP FROM 1 BY 1
                   UNTIL IDX-EMP > WS-NUM-EMPREGADOS
           WRITE REG-EMP-CTL.
           CLOSE FICHEIRO-EMP-CTL.

       COPY "JORNAL-TAB-EMPREGADOS-PROC.cpy".

       END PROGRAM RH-AUSENCIAS.
