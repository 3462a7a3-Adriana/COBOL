           COPY "MULTAS-SELECT.cpy".
           COPY "PRESTACOES-SELECT.cpy".
           COPY "VEICULOS-SELECT.cpy".
           COPY "RADARES-SELECT.cpy".
           SELECT FICHEIRO-PONTOS ASSIGN TO "PONTOS-CARTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PONTOS-STATUS.
           COPY "MULTAS-FD.cpy".
           COPY "PRESTACOES-FD.cpy".
           COPY "VEICULOS-FD.cpy".
           COPY "RADARES-FD.cpy".

       FD  FICHEIRO-PONTOS.
       01  REG-PONTOS.
       01  CARTA-SUS-LINHA        PIC X(60).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       77 TEMP                PIC X(03) VALUES SPACES.
       77 VELOCIDADE-MAXIMA   PIC 9(03) VALUES 0.
       77 VELOCIDADE-CONDUTOR PIC 9(03) VALUES 0.
       77 SURCHARGE-SAIDA     PIC Z,ZZ9.99.
       77 WS-CONDUTOR         PIC X(10) VALUES SPACES.
       77 WS-HOJE             PIC 9(08) VALUES 0.
       77 WS-HORA-AGORA       PIC 9(08) VALUES 0.
       77 WS-MULTAS-STATUS    PIC XX VALUES SPACES.
       77 WS-NUM-ANTERIORES   PIC 9(03) VALUES 0.
       77 WS-JANELA-DIAS      PIC 9(04) VALUES 365.
               10 VEI-T-PLACA        PIC X(08).
               10 VEI-T-PROPRIETARIO PIC X(30).
               10 VEI-T-MORADA       PIC X(40).
       COPY "RADARES-WS.cpy".
       77 WS-SUSPENSOES-STATUS PIC XX VALUES SPACES.
       77 WS-PONTOS-MULTA      PIC 9(02) VALUES 0.
       77 WS-LIMIAR-PONTOS     PIC 9(03) VALUES 12.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "T01_09" TO WS-JRN-PROGRAMA.
           DISPLAY "TAREFA 1, EXERCICIO 9" FOREGROUND-COLOR 2 AT 0101.
           DISPLAY "NUMERO DA CARTA DE CONDUCAO:" AT 0201.
           ACCEPT WS-CONDUTOR AT 0231.
           MOVE VEI-T-PROPRIETARIO(WS-VEI-ACHADO)
               TO WS-PROPRIETARIO.
           DISPLAY "PROPRIETARIO: " WS-PROPRIETARIO AT 0440.
           PERFORM CARREGAR-RADARES.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
      * O limite e o registado para o local do radar; um radar com a
      * verificacao caducada nao pode autuar.
       LER-RADAR.
           DISPLAY "RADAR (ID):" AT 0301.
           ACCEPT WS-RDR-PESQUISA AT 0313.
           MOVE FUNCTION UPPER-CASE(WS-RDR-PESQUISA)
               TO WS-RDR-PESQUISA.
           PERFORM PROCURAR-RADAR.
           IF (WS-RDR-ACHADO = 0) THEN
               DISPLAY "RADAR SEM REGISTO!" AT 0321
               GO LER-RADAR
           END-IF.
           MOVE RDR-T-LIMITE(WS-RDR-ACHADO) TO VELOCIDADE-MAXIMA.
           DISPLAY RDR-T-LOCAL(WS-RDR-ACHADO) " LIMITE: "
               VELOCIDADE-MAXIMA AT 0321.
           MOVE WS-HOJE TO WS-RDR-DATA-REF.
           PERFORM VALIDAR-VERIFICACAO-RADAR.
           IF (WS-RDR-VALIDO = "N") THEN
               DISPLAY "*** VERIFICACAO DO RADAR CADUCADA - REGISTO"
                   " RECUSADO. ***"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0701
               GO TO SAIDA
           END-IF.
           DISPLAY "QUAL A VELOCIDADE DO CONDUTOR:" AT 0501.
           ACCEPT TEMP AT 0532.
           MOVE FUNCTION NUMVAL(TEMP) TO VELOCIDADE-CONDUTOR.
           PERFORM CARREGAR-PONTOS.
           PERFORM VERIFICAR-SUSPENSAO-ATIVA.
           IF (WS-SUSPENSO-ATIVO = "S") THEN
               MOVE "B" TO MUL-ORIGEM
               MOVE 0 TO MUL-VALOR-PAGO
               MOVE 0 TO MUL-DATA-PAGA
               MOVE RDR-T-ID(WS-RDR-ACHADO) TO MUL-RADAR
               MOVE RDR-T-LOCAL(WS-RDR-ACHADO) TO MUL-LOCAL
               MOVE WS-HORA-AGORA(1:4) TO MUL-HORA
               WRITE REG-MULTA
      * Chave duplicada (segunda multa do mesmo condutor no mesmo
      * dia) devolve estado 22 e o registo nao fica gravado.
               IF (WS-MULTAS-STATUS NOT = "00") THEN
                   DISPLAY "MULTA NAO GRAVADA - JA EXISTE MULTA"
                       " DESTE CONDUTOR NESTA DATA!" AT 1301
               ELSE
                   MOVE "I" TO WS-JRN-OPERACAO
                   PERFORM JORNAL-MULTA
               END-IF
               CLOSE FICHEIRO-MULTAS
           END-IF.
           END-PERFORM.
           CLOSE FICHEIRO-PONTOS.

       COPY "RADARES-PROC.cpy".

       COPY "JORNAL-MULTAS-PROC.cpy".

       END PROGRAM T01_09.
