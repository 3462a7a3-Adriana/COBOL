      *          AGUA-MESTRE.DAT o titular, a classe de tarifa (D/C/S),
      *          o NIF e a autorizacao de debito direto (IBAN e data do
      *          mandato) de cada conta, usados pela faturacao e pela
      *          cobranca, e a morada, zona e ordem de passagem do
      *          leitor (livros de rota) e o destino do saldo
      *          credor (compensar ou reembolsar). Uma conta
      *          desocupada so volta a ter titular pela entrada de
      *          ocupante (T01_11-OCUPANTES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-CLASSE              PIC X(01) VALUES SPACES.
           88 VALIDAR-CLASSE-AGM VALUES "D" "C" "S".
       77 WS-DEBITO              PIC X(01) VALUES SPACES.
       77 WS-DESTINO             PIC X(01) VALUES SPACES.

       PROCEDURE DIVISION.
       MENU-CONTAS.

       LISTAR-CONTAS.
           DISPLAY "CONTA      TITULAR                     CL NIF     "
               "  DD E".
           PERFORM VARYING IDX-AGM FROM 1 BY 1
               UNTIL IDX-AGM > WS-NUM-AGUA-MESTRE
               DISPLAY AGM-T-CONTA(IDX-AGM) " "
                   AGM-T-NOME(IDX-AGM) " "
                   AGM-T-CLASSE(IDX-AGM) "  "
                   AGM-T-NIF(IDX-AGM) " "
                   AGM-T-DEBITO-DIRETO(IDX-AGM) " "
                   AGM-T-ESTADO(IDX-AGM)
           END-PERFORM.

       REGISTAR-CONTA.
               MOVE SPACES TO AGM-T-IBAN(WS-AGM-ACHADA)
               MOVE 0 TO AGM-T-DATA-MANDATO(WS-AGM-ACHADA)
               MOVE "N" TO AGM-T-DEBITO-DIRETO(WS-AGM-ACHADA)
               MOVE SPACE TO AGM-T-ESTADO(WS-AGM-ACHADA)
               MOVE SPACES TO AGM-T-ZONA(WS-AGM-ACHADA)
               MOVE SPACES TO AGM-T-MORADA(WS-AGM-ACHADA)
               MOVE 0 TO AGM-T-ORDEM-ROTA(WS-AGM-ACHADA)
               MOVE "C" TO AGM-T-CREDITO-DESTINO(WS-AGM-ACHADA)
           END-IF.
           IF (AGM-T-ESTADO(WS-AGM-ACHADA) = "V") THEN
               DISPLAY "CONTA DESOCUPADA - REGISTE A ENTRADA DO NOVO"
                   " OCUPANTE."
               GO FIM-REGISTAR-CONTA
           END-IF.
           DISPLAY "TITULAR: " WITH NO ADVANCING.
           ACCEPT AGM-T-NOME(WS-AGM-ACHADA).
               ACCEPT AGM-T-DATA-MANDATO(WS-AGM-ACHADA)
           ELSE
               MOVE "N" TO AGM-T-DEBITO-DIRETO(WS-AGM-ACHADA)
               DISPLAY "IBAN PARA REEMBOLSOS (ENTER SE NAO TEM): "
                   WITH NO ADVANCING
               ACCEPT AGM-T-IBAN(WS-AGM-ACHADA)
           END-IF.
       LER-DESTINO-CREDITO.
           DISPLAY "SALDO CREDOR: (C)OMPENSAR NA FATURA SEGUINTE OU "
               "(R)EEMBOLSAR: " WITH NO ADVANCING.
           ACCEPT WS-DESTINO.
           MOVE FUNCTION UPPER-CASE(WS-DESTINO) TO WS-DESTINO.
           IF (WS-DESTINO = SPACE) THEN
               MOVE "C" TO WS-DESTINO
           END-IF.
           IF (WS-DESTINO NOT = "C") AND (WS-DESTINO NOT = "R") THEN
               DISPLAY "OPCAO INVALIDA!"
               GO LER-DESTINO-CREDITO
           END-IF.
           IF (WS-DESTINO = "R") AND
              (AGM-T-IBAN(WS-AGM-ACHADA) = SPACES) THEN
               DISPLAY "SEM IBAN NAO HA REEMBOLSO POR TRANSFERENCIA!"
               GO LER-DESTINO-CREDITO
           END-IF.
           MOVE WS-DESTINO TO AGM-T-CREDITO-DESTINO(WS-AGM-ACHADA).
           DISPLAY "MORADA DO CONTADOR: " WITH NO ADVANCING.
           ACCEPT AGM-T-MORADA(WS-AGM-ACHADA).
           DISPLAY "ZONA DE LEITURA: " WITH NO ADVANCING.
           ACCEPT AGM-T-ZONA(WS-AGM-ACHADA).
           MOVE FUNCTION UPPER-CASE(AGM-T-ZONA(WS-AGM-ACHADA))
               TO AGM-T-ZONA(WS-AGM-ACHADA).
           DISPLAY "ORDEM NO PERCURSO DO LEITOR: " WITH NO ADVANCING.
           ACCEPT AGM-T-ORDEM-ROTA(WS-AGM-ACHADA).
           PERFORM GRAVAR-AGUA-MESTRE.
           DISPLAY "CONTA GRAVADA.".
       FIM-REGISTAR-CONTA.
