      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reservas da sala - mesas com lotacao (MESAS-SALA.DAT)
      *          e reservas por data, hora, numero de pessoas, nome e
      *          contato (RESERVAS.DAT). Recusa a reserva que choque
      *          com outra na mesma mesa, imprime a folha de reservas
      *          do servico (FOLHA-RESERVAS.TXT) e regista as faltas
      *          contra o cliente, para pedir sinal a quem falta
      *          repetidamente. A mesa sentada escolhe-se no T04.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T04-RESERVAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "MESAS-SELECT.cpy".
           COPY "RESERVAS-SELECT.cpy".
           COPY "CLIENTES-SELECT.cpy".
           SELECT RELATORIO-RESERVAS ASSIGN TO "FOLHA-RESERVAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "ERRO-LOG-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "MESAS-FD.cpy".

       COPY "RESERVAS-FD.cpy".

       COPY "CLIENTES-FD.cpy".

       FD  RELATORIO-RESERVAS.
       01  RESERVAS-LINHA        PIC X(80).

       COPY "ERRO-LOG-FD.cpy".

       COPY "OPERADOR-SESSAO-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "MESAS-WS.cpy".
       COPY "RESERVAS-WS.cpy".
       COPY "DATA-SISTEMA-WS.cpy".
       COPY "ERRO-LOG-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       77 WS-CLIENTES-STATUS     PIC XX VALUES SPACES.
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 5.
      * A partir de WS-FALTAS-SINAL faltas o cliente so reserva com
      * sinal.
       77 WS-FALTAS-SINAL        PIC 9(02) VALUES 2.
       77 WS-FALTAS              PIC 9(03) VALUES 0.
       77 WS-CONTATO             PIC 9(09) VALUES 0.
       77 WS-NUMERO              PIC 9(05) VALUES 0.
       01 WS-DATA-RES            PIC 9(08) VALUES 0.
       01 WS-DATA-RES-R REDEFINES WS-DATA-RES.
           05 WS-DR-ANO           PIC 9(04).
           05 WS-DR-MES           PIC 9(02).
           05 WS-DR-DIA           PIC 9(02).
       77 WS-PESSOAS             PIC 9(02) VALUES 0.
       77 WS-MESA                PIC 9(02) VALUES 0.
       77 WS-LUGARES             PIC 9(02) VALUES 0.
       77 WS-ZONA                PIC X(12) VALUES SPACES.
       77 WS-NOME                PIC X(20) VALUES SPACES.
       77 WS-SINAL               PIC 9(03)V99 VALUES 0.
       77 WS-MELHOR-MESA         PIC 9(02) VALUES 0.
       77 WS-MELHOR-LUGARES      PIC 9(02) VALUES 0.
       77 WS-TURNO               PIC X(01) VALUES SPACES.
           88 VALIDAR-TURNO VALUES "A" "J" "T".
       77 WS-HORA-DE             PIC 9(04) VALUES 0.
       77 WS-HORA-ATE            PIC 9(04) VALUES 0.
       77 WS-TOTAL-RESERVAS      PIC 9(03) VALUES 0.
       77 WS-TOTAL-PESSOAS       PIC 9(04) VALUES 0.
       77 WS-ESTADO-DESC         PIC X(08) VALUES SPACES.
      * Reservas da folha, ordenadas por hora e mesa
       77 WS-NUM-ORD             PIC 9(03) VALUES 0.
       77 IDX-ORD                PIC 9(03) VALUES 0.
       77 IDX-ORD2               PIC 9(03) VALUES 0.
       77 WS-ORD-AUX             PIC 9(03) VALUES 0.
       77 WS-CHAVE-A             PIC 9(06) VALUES 0.
       77 WS-CHAVE-B             PIC 9(06) VALUES 0.
       01 TABELA-ORDEM.
           05 ORD-IDX OCCURS 900 TIMES PIC 9(03).
       01 WS-LINHA-FOLHA.
           05 WS-LF-HH            PIC 9(02).
           05 FILLER              PIC X(01) VALUES ":".
           05 WS-LF-MM            PIC 9(02).
           05 FILLER              PIC X(02) VALUES SPACES.
           05 WS-LF-MESA          PIC Z9.
           05 FILLER              PIC X(02) VALUES SPACES.
           05 WS-LF-PESSOAS       PIC Z9.
           05 FILLER              PIC X(02) VALUES SPACES.
           05 WS-LF-NOME          PIC X(20).
           05 FILLER              PIC X(01) VALUES SPACES.
           05 WS-LF-CONTATO       PIC 9(09).
           05 FILLER              PIC X(02) VALUES SPACES.
           05 WS-LF-FALTAS        PIC Z9.
           05 FILLER              PIC X(02) VALUES SPACES.
           05 WS-LF-SINAL         PIC ZZ9.99.
           05 FILLER              PIC X(02) VALUES SPACES.
           05 WS-LF-ESTADO        PIC X(08).

       PROCEDURE DIVISION.
       MENU-RESERVAS.
           MOVE "T04-RESERVAS" TO WS-JRN-PROGRAMA.
           PERFORM LER-OPERADOR-SESSAO.
           MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR.
           PERFORM OBTER-DATA-SISTEMA.
           PERFORM CARREGAR-MESAS.
           PERFORM CARREGAR-RESERVAS.
      * Com o ficheiro alem das 900 reservas da tabela a regravacao
      * perderia as que ficaram de fora.
           IF (WS-RES-TRUNCADA = "S") THEN
               DISPLAY "RESERVAS.DAT EXCEDE 900 REGISTOS - CONFIRA"
                   " O FICHEIRO ANTES DE RESERVAR."
               STOP RUN
           END-IF.
           DISPLAY "=== RESERVAS DA SALA - PIZZARIA DO RAMALHO ===".
           DISPLAY "1 - NOVA RESERVA".
           DISPLAY "2 - CANCELAR RESERVA".
           DISPLAY "3 - REGISTAR FALTA (NAO COMPARECEU)".
           DISPLAY "4 - FOLHA DE RESERVAS DO SERVICO".
           DISPLAY "5 - MESAS DA SALA".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-RESERVAS
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM NOVA-RESERVA THRU FIM-NOVA-RESERVA
               WHEN 2 PERFORM CANCELAR-RESERVA
                          THRU FIM-CANCELAR-RESERVA
               WHEN 3 PERFORM REGISTAR-FALTA THRU FIM-REGISTAR-FALTA
               WHEN 4 PERFORM IMPRIMIR-FOLHA THRU FIM-IMPRIMIR-FOLHA
               WHEN 5 PERFORM MANTER-MESAS THRU FIM-MANTER-MESAS
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-RESERVAS.

      * A reserva monta-se na posicao livre a seguir a ultima e so
      * conta (WS-NUM-RESERVAS) depois de passar todas as validacoes.
       NOVA-RESERVA.
           IF (WS-NUM-RESERVAS >= 900) THEN
               DISPLAY "TABELA DE RESERVAS CHEIA!"
               MOVE "T04-RESERVAS" TO WS-ERRO-PROGRAMA
               MOVE "TABELA DE RESERVAS CHEIA" TO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               GO FIM-NOVA-RESERVA
           END-IF.
           COMPUTE IDX-RES = WS-NUM-RESERVAS + 1.
           DISPLAY "DATA (AAAAMMDD, ENTER=HOJE): " WITH NO ADVANCING.
           ACCEPT WS-DATA-RES.
           IF (WS-DATA-RES = 0) THEN
               MOVE WS-RES-HOJE TO WS-DATA-RES
           END-IF.
           IF (WS-DATA-RES < WS-RES-HOJE) OR (WS-DR-MES < 1) OR
              (WS-DR-MES > 12) OR (WS-DR-DIA < 1) OR
              (WS-DR-DIA > 31) THEN
               DISPLAY "DATA INVALIDA!"
               GO FIM-NOVA-RESERVA
           END-IF.
           DISPLAY "HORA (HHMM): " WITH NO ADVANCING.
           ACCEPT WS-RES-HHMM.
           IF (WS-RES-HH > 23) OR (WS-RES-MM > 59) THEN
               DISPLAY "HORA INVALIDA!"
               GO FIM-NOVA-RESERVA
           END-IF.
           DISPLAY "N. DE PESSOAS: " WITH NO ADVANCING.
           ACCEPT WS-PESSOAS.
           IF (WS-PESSOAS = 0) THEN
               DISPLAY "N. DE PESSOAS INVALIDO!"
               GO FIM-NOVA-RESERVA
           END-IF.
           DISPLAY "CONTATO: " WITH NO ADVANCING.
           ACCEPT WS-CONTATO.
           PERFORM CONTAR-FALTAS.
           IF (WS-NOME NOT = SPACES) THEN
               DISPLAY "NOME (ENTER MANTEM " WS-NOME "): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "NOME: " WITH NO ADVANCING
           END-IF.
           MOVE WS-NOME TO RES-T-NOME(IDX-RES).
           ACCEPT WS-NOME.
           IF (WS-NOME = SPACES) THEN
               MOVE RES-T-NOME(IDX-RES) TO WS-NOME
           END-IF.
           IF (WS-NOME = SPACES) THEN
               DISPLAY "NOME OBRIGATORIO!"
               GO FIM-NOVA-RESERVA
           END-IF.
           MOVE 0 TO WS-SINAL.
           IF (WS-FALTAS >= WS-FALTAS-SINAL) THEN
               DISPLAY "ATENCAO: CLIENTE FALTOU A " WS-FALTAS
                   " RESERVAS - PEDIR SINAL."
               DISPLAY "VALOR DO SINAL RECEBIDO: " WITH NO ADVANCING
               ACCEPT WS-SINAL
               IF (WS-SINAL = 0) THEN
                   DISPLAY "RESERVA RECUSADA SEM SINAL."
                   GO FIM-NOVA-RESERVA
               END-IF
           END-IF.
           MOVE WS-DATA-RES    TO RES-T-DATA(IDX-RES).
           MOVE WS-RES-HHMM    TO RES-T-HORA(IDX-RES).
           MOVE WS-PESSOAS     TO RES-T-PESSOAS(IDX-RES).
           MOVE WS-NOME        TO RES-T-NOME(IDX-RES).
           MOVE WS-CONTATO     TO RES-T-CONTATO(IDX-RES).
           MOVE "R"            TO RES-T-ESTADO(IDX-RES).
           MOVE WS-SINAL       TO RES-T-SINAL(IDX-RES).
           MOVE WS-OPERADOR-ATUAL TO RES-T-OPERADOR(IDX-RES).
           DISPLAY "MESA (0=PRIMEIRA LIVRE QUE SIRVA): "
               WITH NO ADVANCING.
           ACCEPT WS-MESA.
           IF (WS-MESA = 0) THEN
               PERFORM SUGERIR-MESA
               IF (WS-MELHOR-MESA = 0) THEN
                   DISPLAY "NAO HA MESA LIVRE PARA " WS-PESSOAS
                       " PESSOAS A ESSA HORA."
                   GO FIM-NOVA-RESERVA
               END-IF
               MOVE WS-MELHOR-MESA TO WS-MESA
           END-IF.
           MOVE WS-MESA TO WS-MSA-PROCURADA.
           PERFORM LOCALIZAR-MESA.
           IF (WS-MSA-ACHADA = 0) THEN
               DISPLAY "MESA INEXISTENTE!"
               GO FIM-NOVA-RESERVA
           END-IF.
           IF (MSA-T-LUGARES(WS-MSA-ACHADA) < WS-PESSOAS) THEN
               DISPLAY "A MESA " WS-MESA " SO TEM "
                   MSA-T-LUGARES(WS-MSA-ACHADA) " LUGARES!"
               GO FIM-NOVA-RESERVA
           END-IF.
           MOVE WS-MESA TO RES-T-MESA(IDX-RES).
           PERFORM VERIFICAR-CHOQUE-RESERVA.
           IF (WS-RES-CHOQUE > 0) THEN
               DISPLAY "MESA " WS-MESA " JA RESERVADA AS "
                   RES-T-HORA(WS-RES-CHOQUE) " PARA "
                   RES-T-NOME(WS-RES-CHOQUE)
               DISPLAY "RESERVA RECUSADA."
               MOVE "T04-RESERVAS" TO WS-ERRO-PROGRAMA
               MOVE "RESERVA RECUSADA - MESA OCUPADA"
                   TO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               GO FIM-NOVA-RESERVA
           END-IF.
           ADD 1 TO WS-RES-ULTIMO-NUM.
           MOVE WS-RES-ULTIMO-NUM TO RES-T-NUMERO(IDX-RES).
           MOVE IDX-RES TO WS-NUM-RESERVAS.
           PERFORM GRAVAR-RESERVAS.
           DISPLAY "RESERVA N. " WS-RES-ULTIMO-NUM " - MESA " WS-MESA
               " - " WS-DR-DIA "/" WS-DR-MES "/" WS-DR-ANO
               " AS " WS-RES-HH ":" WS-RES-MM.
       FIM-NOVA-RESERVA.
           EXIT.

      * A mais pequena das mesas com lugares suficientes e sem reserva
      * que choque com a hora pedida.
       SUGERIR-MESA.
           MOVE 0 TO WS-MELHOR-MESA.
           MOVE 99 TO WS-MELHOR-LUGARES.
           PERFORM VARYING IDX-MSA FROM 1 BY 1
               UNTIL IDX-MSA > WS-NUM-MESAS
               IF (MSA-T-LUGARES(IDX-MSA) >= WS-PESSOAS) AND
                  (MSA-T-LUGARES(IDX-MSA) < WS-MELHOR-LUGARES) THEN
                   MOVE MSA-T-NUMERO(IDX-MSA) TO RES-T-MESA(IDX-RES)
                   PERFORM VERIFICAR-CHOQUE-RESERVA
                   IF (WS-RES-CHOQUE = 0) THEN
                       MOVE MSA-T-NUMERO(IDX-MSA) TO WS-MELHOR-MESA
                       MOVE MSA-T-LUGARES(IDX-MSA)
                           TO WS-MELHOR-LUGARES
                   END-IF
               END-IF
           END-PERFORM.

      * Faltas do contato WS-CONTATO: as registadas no cliente e as
      * que constam das reservas (vale o maior, para apanhar tambem
      * quem ainda nao e cliente registado). Traz o nome do cliente
      * em WS-NOME, se existir.
       CONTAR-FALTAS.
           MOVE 0 TO WS-FALTAS.
           MOVE SPACES TO WS-NOME.
           PERFORM VARYING WS-RES-ACHADA FROM 1 BY 1
               UNTIL WS-RES-ACHADA > WS-NUM-RESERVAS
               IF (RES-T-CONTATO(WS-RES-ACHADA) = WS-CONTATO) AND
                  (RES-T-ESTADO(WS-RES-ACHADA) = "F") THEN
                   ADD 1 TO WS-FALTAS
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CLIENTES-STATUS.
           OPEN INPUT FICHEIRO-CLIENTES.
           IF (WS-CLIENTES-STATUS = "00") THEN
               MOVE WS-CONTATO TO CLI-CONTATO
               READ FICHEIRO-CLIENTES
                   NOT INVALID KEY
                       MOVE CLI-NOME TO WS-NOME
                       IF (CLI-FALTAS IS NUMERIC) AND
                          (CLI-FALTAS > WS-FALTAS) THEN
                           MOVE CLI-FALTAS TO WS-FALTAS
                       END-IF
               END-READ
               CLOSE FICHEIRO-CLIENTES
           END-IF.
           MOVE SPACES TO WS-CLIENTES-STATUS.

      * Procura a reserva WS-NUMERO; WS-RES-ACHADA fica a 0 se nao
      * existir.
       PROCURAR-RESERVA.
           MOVE 0 TO WS-RES-ACHADA.
           PERFORM VARYING IDX-RES FROM 1 BY 1
               UNTIL IDX-RES > WS-NUM-RESERVAS
               IF (RES-T-NUMERO(IDX-RES) = WS-NUMERO) THEN
                   MOVE IDX-RES TO WS-RES-ACHADA
               END-IF
           END-PERFORM.

       CANCELAR-RESERVA.
           DISPLAY "N. DA RESERVA A CANCELAR: " WITH NO ADVANCING.
           ACCEPT WS-NUMERO.
           PERFORM PROCURAR-RESERVA.
           IF (WS-RES-ACHADA = 0) THEN
               DISPLAY "RESERVA INEXISTENTE!"
               GO FIM-CANCELAR-RESERVA
           END-IF.
           IF (RES-T-ESTADO(WS-RES-ACHADA) NOT = "R") THEN
               DISPLAY "SO SE CANCELAM RESERVAS POR SENTAR!"
               GO FIM-CANCELAR-RESERVA
           END-IF.
           MOVE "C" TO RES-T-ESTADO(WS-RES-ACHADA).
           PERFORM GRAVAR-RESERVAS.
           DISPLAY "RESERVA " WS-NUMERO " CANCELADA.".
       FIM-CANCELAR-RESERVA.
           EXIT.

      * O grupo nao apareceu: a reserva fica como falta e, sendo
      * cliente registado, a falta soma-se ao cliente (a contagem e
      * os pontos de CLIENTES.DAT nao mudam).
       REGISTAR-FALTA.
           DISPLAY "N. DA RESERVA QUE FALTOU: " WITH NO ADVANCING.
           ACCEPT WS-NUMERO.
           PERFORM PROCURAR-RESERVA.
           IF (WS-RES-ACHADA = 0) THEN
               DISPLAY "RESERVA INEXISTENTE!"
               GO FIM-REGISTAR-FALTA
           END-IF.
           IF (RES-T-ESTADO(WS-RES-ACHADA) NOT = "R") THEN
               DISPLAY "A RESERVA NAO ESTA POR SENTAR!"
               GO FIM-REGISTAR-FALTA
           END-IF.
           MOVE "F" TO RES-T-ESTADO(WS-RES-ACHADA).
           PERFORM GRAVAR-RESERVAS.
           MOVE RES-T-CONTATO(WS-RES-ACHADA) TO WS-CONTATO.
           MOVE SPACES TO WS-CLIENTES-STATUS.
           OPEN I-O FICHEIRO-CLIENTES.
           IF (WS-CLIENTES-STATUS = "00") THEN
               MOVE WS-CONTATO TO CLI-CONTATO
               READ FICHEIRO-CLIENTES
                   NOT INVALID KEY
                       IF (CLI-FALTAS IS NOT NUMERIC) THEN
                           MOVE 0 TO CLI-FALTAS
                       END-IF
                       IF (CLI-FALTAS < 99) THEN
                           ADD 1 TO CLI-FALTAS
                       END-IF
                       PERFORM JORNAL-ANTES-CLIENTES
                       REWRITE REG-CLIENTE-MESTRE
                       IF (WS-CLIENTES-STATUS = "00") THEN
                           MOVE "A" TO WS-JRN-OPERACAO
                           PERFORM JORNAL-CLIENTES
                       END-IF
               END-READ
               CLOSE FICHEIRO-CLIENTES
           END-IF.
           MOVE SPACES TO WS-CLIENTES-STATUS.
           PERFORM CONTAR-FALTAS.
           DISPLAY "FALTA REGISTADA. O CLIENTE TEM " WS-FALTAS
               " FALTA(S).".
           IF (WS-FALTAS >= WS-FALTAS-SINAL) THEN
               DISPLAY "AS PROXIMAS RESERVAS EXIGEM SINAL."
           END-IF.
       FIM-REGISTAR-FALTA.
           EXIT.

      * Folha do servico para a sala: reservas do dia (nao
      * canceladas) por hora e mesa, com faltas anteriores e sinal.
       IMPRIMIR-FOLHA.
           DISPLAY "DATA (AAAAMMDD, ENTER=HOJE): " WITH NO ADVANCING.
           ACCEPT WS-DATA-RES.
           IF (WS-DATA-RES = 0) THEN
               MOVE WS-RES-HOJE TO WS-DATA-RES
           END-IF.
           DISPLAY "TURNO (A)LMOCO (J)ANTAR (T)ODO O DIA [J]: "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-TURNO.
           ACCEPT WS-TURNO.
           MOVE FUNCTION UPPER-CASE(WS-TURNO) TO WS-TURNO.
           IF (WS-TURNO = SPACES) THEN
               MOVE "J" TO WS-TURNO
           END-IF.
           IF (NOT VALIDAR-TURNO) THEN
               DISPLAY "TURNO INVALIDO!"
               GO FIM-IMPRIMIR-FOLHA
           END-IF.
           EVALUATE WS-TURNO
               WHEN "A"
                   MOVE 0    TO WS-HORA-DE
                   MOVE 1659 TO WS-HORA-ATE
               WHEN "J"
                   MOVE 1700 TO WS-HORA-DE
                   MOVE 2359 TO WS-HORA-ATE
               WHEN OTHER
                   MOVE 0    TO WS-HORA-DE
                   MOVE 2359 TO WS-HORA-ATE
           END-EVALUATE.
           MOVE 0 TO WS-NUM-ORD.
           PERFORM VARYING IDX-RES FROM 1 BY 1
               UNTIL IDX-RES > WS-NUM-RESERVAS
               IF (RES-T-DATA(IDX-RES) = WS-DATA-RES) AND
                  (RES-T-ESTADO(IDX-RES) NOT = "C") AND
                  (RES-T-HORA(IDX-RES) >= WS-HORA-DE) AND
                  (RES-T-HORA(IDX-RES) <= WS-HORA-ATE) THEN
                   ADD 1 TO WS-NUM-ORD
                   MOVE IDX-RES TO ORD-IDX(WS-NUM-ORD)
               END-IF
           END-PERFORM.
           PERFORM ORDENAR-RESERVAS.
           OPEN OUTPUT RELATORIO-RESERVAS.
           MOVE "FOLHA DE RESERVAS - PIZZARIA DO RAMALHO"
               TO RESERVAS-LINHA.
           WRITE RESERVAS-LINHA.
           MOVE SPACES TO RESERVAS-LINHA.
           EVALUATE WS-TURNO
               WHEN "A" MOVE "ALMOCO" TO WS-ESTADO-DESC
               WHEN "J" MOVE "JANTAR" TO WS-ESTADO-DESC
               WHEN OTHER MOVE "DIA" TO WS-ESTADO-DESC
           END-EVALUATE.
           STRING "DATA: " WS-DR-DIA "/" WS-DR-MES "/" WS-DR-ANO
               "   SERVICO: " WS-ESTADO-DESC
               DELIMITED BY SIZE INTO RESERVAS-LINHA.
           WRITE RESERVAS-LINHA.
           MOVE SPACES TO RESERVAS-LINHA.
           WRITE RESERVAS-LINHA.
           MOVE "HORA   MESA PESS NOME                 CONTATO"
               TO RESERVAS-LINHA.
           MOVE "FALT  SINAL  ESTADO" TO RESERVAS-LINHA(47:19).
           WRITE RESERVAS-LINHA.
           MOVE ALL "-" TO RESERVAS-LINHA(1:75).
           WRITE RESERVAS-LINHA.
           MOVE 0 TO WS-TOTAL-RESERVAS.
           MOVE 0 TO WS-TOTAL-PESSOAS.
           PERFORM VARYING IDX-ORD FROM 1 BY 1
               UNTIL IDX-ORD > WS-NUM-ORD
               MOVE ORD-IDX(IDX-ORD) TO IDX-RES
               PERFORM ESCREVER-LINHA-FOLHA
           END-PERFORM.
           IF (WS-NUM-ORD = 0) THEN
               MOVE "SEM RESERVAS PARA ESTE SERVICO."
                   TO RESERVAS-LINHA
               WRITE RESERVAS-LINHA
           END-IF.
           MOVE ALL "-" TO RESERVAS-LINHA(1:75).
           WRITE RESERVAS-LINHA.
           MOVE SPACES TO RESERVAS-LINHA.
           STRING "RESERVAS: " WS-TOTAL-RESERVAS
               "   PESSOAS: " WS-TOTAL-PESSOAS
               DELIMITED BY SIZE INTO RESERVAS-LINHA.
           WRITE RESERVAS-LINHA.
           CLOSE RELATORIO-RESERVAS.
           DISPLAY "FOLHA GRAVADA EM FOLHA-RESERVAS.TXT ("
               WS-TOTAL-RESERVAS " RESERVAS).".
       FIM-IMPRIMIR-FOLHA.
           EXIT.

       ESCREVER-LINHA-FOLHA.
           MOVE RES-T-HORA(IDX-RES) TO WS-RES-HHMM.
           MOVE WS-RES-HH TO WS-LF-HH.
           MOVE WS-RES-MM TO WS-LF-MM.
           MOVE RES-T-MESA(IDX-RES) TO WS-LF-MESA.
           MOVE RES-T-PESSOAS(IDX-RES) TO WS-LF-PESSOAS.
           MOVE RES-T-NOME(IDX-RES) TO WS-LF-NOME.
           MOVE RES-T-CONTATO(IDX-RES) TO WS-LF-CONTATO.
           MOVE 0 TO WS-FALTAS.
           PERFORM VARYING WS-RES-ACHADA FROM 1 BY 1
               UNTIL WS-RES-ACHADA > WS-NUM-RESERVAS
               IF (RES-T-CONTATO(WS-RES-ACHADA) =
                   RES-T-CONTATO(IDX-RES)) AND
                  (RES-T-ESTADO(WS-RES-ACHADA) = "F") AND
                  (WS-RES-ACHADA NOT = IDX-RES) THEN
                   ADD 1 TO WS-FALTAS
               END-IF
           END-PERFORM.
           MOVE WS-FALTAS TO WS-LF-FALTAS.
           MOVE RES-T-SINAL(IDX-RES) TO WS-LF-SINAL.
           EVALUATE RES-T-ESTADO(IDX-RES)
               WHEN "S" MOVE "SENTADA" TO WS-LF-ESTADO
               WHEN "F" MOVE "FALTOU"  TO WS-LF-ESTADO
               WHEN OTHER MOVE "RESERV." TO WS-LF-ESTADO
           END-EVALUATE.
           MOVE WS-LINHA-FOLHA TO RESERVAS-LINHA.
           WRITE RESERVAS-LINHA.
           ADD 1 TO WS-TOTAL-RESERVAS.
           ADD RES-T-PESSOAS(IDX-RES) TO WS-TOTAL-PESSOAS.

       ORDENAR-RESERVAS.
           PERFORM VARYING IDX-ORD FROM 1 BY 1
               UNTIL IDX-ORD >= WS-NUM-ORD
               PERFORM VARYING IDX-ORD2 FROM 1 BY 1
                   UNTIL IDX-ORD2 >= WS-NUM-ORD
                   COMPUTE WS-CHAVE-A =
                       RES-T-HORA(ORD-IDX(IDX-ORD2)) * 100
                       + RES-T-MESA(ORD-IDX(IDX-ORD2))
                   COMPUTE WS-CHAVE-B =
                       RES-T-HORA(ORD-IDX(IDX-ORD2 + 1)) * 100
                       + RES-T-MESA(ORD-IDX(IDX-ORD2 + 1))
                   IF (WS-CHAVE-A > WS-CHAVE-B) THEN
                       MOVE ORD-IDX(IDX-ORD2) TO WS-ORD-AUX
                       MOVE ORD-IDX(IDX-ORD2 + 1) TO ORD-IDX(IDX-ORD2)
                       MOVE WS-ORD-AUX TO ORD-IDX(IDX-ORD2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Lista as mesas e acrescenta/altera uma; lotacao 0 retira a
      * mesa da sala.
       MANTER-MESAS.
           PERFORM VARYING IDX-MSA FROM 1 BY 1
               UNTIL IDX-MSA > WS-NUM-MESAS
               DISPLAY "MESA " MSA-T-NUMERO(IDX-MSA) " - "
                   MSA-T-LUGARES(IDX-MSA) " LUGARES - "
                   MSA-T-ZONA(IDX-MSA)
           END-PERFORM.
           DISPLAY "MESA A ALTERAR/ACRESCENTAR (0=VOLTAR): "
               WITH NO ADVANCING.
           ACCEPT WS-MESA.
           IF (WS-MESA = 0) THEN
               GO FIM-MANTER-MESAS
           END-IF.
           DISPLAY "LUGARES (0=RETIRAR A MESA): " WITH NO ADVANCING.
           ACCEPT WS-LUGARES.
           MOVE WS-MESA TO WS-MSA-PROCURADA.
           PERFORM LOCALIZAR-MESA.
           IF (WS-LUGARES = 0) THEN
               IF (WS-MSA-ACHADA = 0) THEN
                   DISPLAY "MESA INEXISTENTE!"
                   GO FIM-MANTER-MESAS
               END-IF
               PERFORM VARYING IDX-MSA FROM WS-MSA-ACHADA BY 1
                   UNTIL IDX-MSA >= WS-NUM-MESAS
                   MOVE MSA-ITEM(IDX-MSA + 1) TO MSA-ITEM(IDX-MSA)
               END-PERFORM
               SUBTRACT 1 FROM WS-NUM-MESAS
               PERFORM GRAVAR-MESAS
               DISPLAY "MESA " WS-MESA " RETIRADA."
               GO FIM-MANTER-MESAS
           END-IF.
           IF (WS-MSA-ACHADA = 0) THEN
               IF (WS-NUM-MESAS >= 40) THEN
                   DISPLAY "LIMITE DE 40 MESAS ATINGIDO!"
                   GO FIM-MANTER-MESAS
               END-IF
               ADD 1 TO WS-NUM-MESAS
               MOVE WS-NUM-MESAS TO WS-MSA-ACHADA
               MOVE WS-MESA TO MSA-T-NUMERO(WS-MSA-ACHADA)
               MOVE SPACES TO MSA-T-ZONA(WS-MSA-ACHADA)
           END-IF.
           MOVE MSA-T-ZONA(WS-MSA-ACHADA) TO WS-ZONA.
           DISPLAY "ZONA (ENTER MANTEM " WS-ZONA "): "
               WITH NO ADVANCING.
           ACCEPT WS-ZONA.
           IF (WS-ZONA NOT = SPACES) THEN
               MOVE WS-ZONA TO MSA-T-ZONA(WS-MSA-ACHADA)
           END-IF.
           MOVE WS-LUGARES TO MSA-T-LUGARES(WS-MSA-ACHADA).
           PERFORM GRAVAR-MESAS.
           DISPLAY "MESA " WS-MESA " GRAVADA.".
       FIM-MANTER-MESAS.
           EXIT.

       COPY "MESAS-PROC.cpy".

       COPY "RESERVAS-PROC.cpy".

       COPY "DATA-SISTEMA-PROC.cpy".

       COPY "ERRO-LOG-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       COPY "JORNAL-CLIENTES-PROC.cpy".

       END PROGRAM T04-RESERVAS.
