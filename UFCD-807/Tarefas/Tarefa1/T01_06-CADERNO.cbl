      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cadernos eleitorais - mantem CADERNO-ELEITORAL.DAT
      *          (numero de eleitor, nome e mesa de voto), faz a
      *          descarga dos votantes na mesa com a hora e o operador
      *          e recusa uma segunda descarga do mesmo eleitor, e
      *          mostra a afluencia hora a hora por mesa e no concelho
      *          (AFLUENCIA-HORARIA.TXT). As descargas sao conferidas
      *          pelo T01_06 com os boletins contados em cada mesa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T01_06-CADERNO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CADERNO-SELECT.cpy".
           SELECT FICHEIRO-MESAS ASSIGN TO "MESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MESAS-STATUS.
           SELECT AFLUENCIA-HORARIA ASSIGN TO "AFLUENCIA-HORARIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFLUENCIA-STATUS.
           COPY "OPERADOR-SESSAO-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "CADERNO-FD.cpy".

       FD  FICHEIRO-MESAS.
       01  REG-MESA.
           05 MSA-CODIGO          PIC X(05).
           05 MSA-LOCAL           PIC X(20).
           05 MSA-ELEITORES       PIC 9(06).
           05 MSA-ELEICAO         PIC X(04).

       FD  AFLUENCIA-HORARIA.
       01  AFLUENCIA-LINHA        PIC X(70).

           COPY "OPERADOR-SESSAO-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "OPERADOR-SESSAO-WS.cpy".
       77 WS-CADERNO-STATUS      PIC XX VALUES SPACES.
       77 WS-MESAS-STATUS        PIC XX VALUES SPACES.
       77 WS-AFLUENCIA-STATUS    PIC XX VALUES SPACES.
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 6.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-HORA-AGORA          PIC 9(08) VALUES 0.
       77 WS-NUMERO              PIC 9(08) VALUES 0.
       77 WS-MESA                PIC X(05) VALUES SPACES.
       77 WS-MESA-EXISTE         PIC A VALUES "N".
       77 WS-CONFIRMA            PIC X(01) VALUES SPACES.
       77 WS-LISTADOS            PIC 9(06) VALUES 0.
       77 WS-LIMPOS              PIC 9(06) VALUES 0.
      * Horario de abertura e fecho das assembleias de voto; as
      * descargas fora deste horario (fila a fecho) contam no total.
       77 WS-HORA-ABERTURA       PIC 9(02) VALUES 08.
       77 WS-HORA-FECHO          PIC 9(02) VALUES 19.
       77 WS-HORA-INICIO         PIC 9(02) VALUES 0.
       77 WS-HORA                PIC 9(02) VALUES 0.
       77 WS-HORA-IDX            PIC 9(02) VALUES 0.
       77 WS-NA-HORA             PIC 9(06) VALUES 0.
       77 WS-ACUMULADO           PIC 9(06) VALUES 0.
       77 WS-INSCRITOS           PIC 9(06) VALUES 0.
       77 WS-PERCENTAGEM         PIC 9(03)V99 VALUES 0.
       77 WS-PERCENTAGEM-F       PIC ZZ9.99.
       77 WS-QTD-F               PIC ZZZZZ9.
       77 WS-QTD2-F              PIC ZZZZZ9.
       77 WS-HORA-F              PIC 99.
       77 WS-AFL-ACHADA          PIC 9(03) VALUES 0.

      * Afluencia por mesa: inscritos no caderno e votantes
      * descarregados em cada hora do dia (posicao = hora + 1).
       01 WS-TABELA-AFLUENCIA.
           05 WS-NUM-AFL         PIC 9(03) VALUES 0.
           05 WS-AFL-TRUNCADA    PIC A VALUES "N".
           05 WS-AFL-ITEM OCCURS 200 TIMES INDEXED BY IDX-AFL.
               10 AFL-MESA       PIC X(05).
               10 AFL-INSCRITOS  PIC 9(06).
               10 AFL-VOTANTES   PIC 9(06).
               10 AFL-HORA       PIC 9(06) OCCURS 24 TIMES.
      * Totais do concelho.
       01 WS-TOTAL-CONCELHO.
           05 TOT-INSCRITOS      PIC 9(07) VALUES 0.
           05 TOT-VOTANTES       PIC 9(07) VALUES 0.
           05 TOT-HORA           PIC 9(07) OCCURS 24 TIMES.

       PROCEDURE DIVISION.
       MENU-CADERNO.
           PERFORM LER-OPERADOR-SESSAO.
           DISPLAY "=== CADERNOS ELEITORAIS ===".
           DISPLAY "1 - INSCREVER ELEITOR NO CADERNO".
           DISPLAY "2 - DESCARREGAR VOTANTES NA MESA".
           DISPLAY "3 - AFLUENCIA POR HORA - MESA".
           DISPLAY "4 - AFLUENCIA POR HORA - CONCELHO".
           DISPLAY "5 - LISTAR CADERNO DE UMA MESA".
           DISPLAY "6 - PREPARAR NOVO ATO ELEITORAL".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-CADERNO
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM INSCREVER-ELEITOR
                   THRU FIM-INSCREVER-ELEITOR
               WHEN 2 PERFORM DESCARREGAR-VOTANTES
                   THRU FIM-DESCARREGAR-VOTANTES
               WHEN 3 PERFORM AFLUENCIA-MESA THRU FIM-AFLUENCIA-MESA
               WHEN 4 PERFORM AFLUENCIA-CONCELHO
                   THRU FIM-AFLUENCIA-CONCELHO
               WHEN 5 PERFORM LISTAR-CADERNO THRU FIM-LISTAR-CADERNO
               WHEN 6 PERFORM NOVO-ATO-ELEITORAL
                   THRU FIM-NOVO-ATO-ELEITORAL
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-CADERNO.

      * A mesa tem de existir nos ficheiros mestres (MESAS.DAT).
       VALIDAR-MESA.
           MOVE FUNCTION UPPER-CASE(WS-MESA) TO WS-MESA.
           MOVE "N" TO WS-MESA-EXISTE.
           MOVE SPACES TO WS-MESAS-STATUS.
           OPEN INPUT FICHEIRO-MESAS.
           IF (WS-MESAS-STATUS = "00") THEN
               PERFORM UNTIL WS-MESAS-STATUS = "10"
                   READ FICHEIRO-MESAS
                       AT END MOVE "10" TO WS-MESAS-STATUS
                       NOT AT END
                           IF (MSA-CODIGO = WS-MESA) THEN
                               MOVE "S" TO WS-MESA-EXISTE
                               MOVE "10" TO WS-MESAS-STATUS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-MESAS.

      * Abre o caderno para atualizacao; na primeira inscricao o
      * ficheiro ainda nao existe e e criado. Um ficheiro ocupado ou
      * danificado nunca se trunca com OPEN OUTPUT.
       ABRIR-CADERNO.
           MOVE SPACES TO WS-CADERNO-STATUS.
           OPEN I-O FICHEIRO-CADERNO.
           IF (WS-CADERNO-STATUS = "35") THEN
               CLOSE FICHEIRO-CADERNO
               OPEN OUTPUT FICHEIRO-CADERNO
               CLOSE FICHEIRO-CADERNO
               OPEN I-O FICHEIRO-CADERNO
           END-IF.
           IF (WS-CADERNO-STATUS NOT = "00") THEN
               DISPLAY "CADERNO-ELEITORAL.DAT INDISPONIVEL (ESTADO "
                   WS-CADERNO-STATUS ")."
               CLOSE FICHEIRO-CADERNO
           END-IF.

       INSCREVER-ELEITOR.
           DISPLAY "NUMERO DE ELEITOR: " WITH NO ADVANCING.
           ACCEPT WS-NUMERO.
           IF (WS-NUMERO = 0) THEN
               DISPLAY "NUMERO DE ELEITOR INVALIDO!"
               GO FIM-INSCREVER-ELEITOR
           END-IF.
           DISPLAY "MESA DE VOTO: " WITH NO ADVANCING.
           ACCEPT WS-MESA.
           PERFORM VALIDAR-MESA.
           IF (WS-MESA-EXISTE = "N") THEN
               DISPLAY "MESA NAO REGISTADA NOS FICHEIROS MESTRES!"
               GO FIM-INSCREVER-ELEITOR
           END-IF.
           PERFORM ABRIR-CADERNO.
           IF (WS-CADERNO-STATUS NOT = "00") THEN
               GO FIM-INSCREVER-ELEITOR
           END-IF.
           MOVE WS-NUMERO TO ELE-NUMERO.
           READ FICHEIRO-CADERNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ELEITOR JA INSCRITO NA MESA " ELE-MESA
                       " - " ELE-NOME
                   CLOSE FICHEIRO-CADERNO
                   GO FIM-INSCREVER-ELEITOR
           END-READ.
           MOVE WS-NUMERO TO ELE-NUMERO.
           DISPLAY "NOME: " WITH NO ADVANCING.
           ACCEPT ELE-NOME.
           MOVE FUNCTION UPPER-CASE(ELE-NOME) TO ELE-NOME.
           MOVE WS-MESA TO ELE-MESA.
           MOVE "N" TO ELE-VOTOU.
           MOVE 0 TO ELE-DATA-VOTO.
           MOVE 0 TO ELE-HORA-VOTO.
           MOVE SPACES TO ELE-OPERADOR.
           WRITE REG-ELEITOR
               INVALID KEY
                   DISPLAY "ERRO AO INSCREVER (ESTADO "
                       WS-CADERNO-STATUS ")."
               NOT INVALID KEY
                   DISPLAY "ELEITOR INSCRITO NA MESA " WS-MESA "."
           END-WRITE.
           CLOSE FICHEIRO-CADERNO.
       FIM-INSCREVER-ELEITOR.
           EXIT.

      * Descarga na mesa: o eleitor tem de estar inscrito nesta mesa e
      * ainda nao ter votado; fica registada a hora e o operador. Os
      * numeros sao pedidos em serie ate se indicar 0.
       DESCARREGAR-VOTANTES.
           DISPLAY "MESA DE VOTO: " WITH NO ADVANCING.
           ACCEPT WS-MESA.
           PERFORM VALIDAR-MESA.
           IF (WS-MESA-EXISTE = "N") THEN
               DISPLAY "MESA NAO REGISTADA NOS FICHEIROS MESTRES!"
               GO FIM-DESCARREGAR-VOTANTES
           END-IF.
           PERFORM ABRIR-CADERNO.
           IF (WS-CADERNO-STATUS NOT = "00") THEN
               GO FIM-DESCARREGAR-VOTANTES
           END-IF.
       LER-VOTANTE.
           DISPLAY "NUMERO DE ELEITOR (0 TERMINA): "
               WITH NO ADVANCING.
           ACCEPT WS-NUMERO.
           IF (WS-NUMERO = 0) THEN
               CLOSE FICHEIRO-CADERNO
               GO FIM-DESCARREGAR-VOTANTES
           END-IF.
           MOVE WS-NUMERO TO ELE-NUMERO.
           READ FICHEIRO-CADERNO
               INVALID KEY
                   DISPLAY "ELEITOR NAO INSCRITO NO CADERNO!"
                   GO LER-VOTANTE
           END-READ.
           IF (ELE-MESA NOT = WS-MESA) THEN
               DISPLAY "ELEITOR INSCRITO NA MESA " ELE-MESA
                   " - NAO VOTA NESTA MESA!"
               GO LER-VOTANTE
           END-IF.
           IF (ELE-VOTOU = "S") THEN
               DISPLAY "ELEITOR JA DESCARREGADO AS "
                   ELE-HORA-VOTO(1:2) ":" ELE-HORA-VOTO(3:2)
                   " (" ELE-OPERADOR ") - DESCARGA RECUSADA!"
               GO LER-VOTANTE
           END-IF.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE "S" TO ELE-VOTOU.
           MOVE WS-HOJE TO ELE-DATA-VOTO.
           MOVE WS-HORA-AGORA(1:4) TO ELE-HORA-VOTO.
           MOVE WS-OPERADOR-ATUAL TO ELE-OPERADOR.
           REWRITE REG-ELEITOR
               INVALID KEY
                   DISPLAY "ERRO NA DESCARGA (ESTADO "
                       WS-CADERNO-STATUS ")."
               NOT INVALID KEY
                   DISPLAY "DESCARREGADO: " ELE-NOME " AS "
                       ELE-HORA-VOTO(1:2) ":" ELE-HORA-VOTO(3:2)
           END-REWRITE.
           GO LER-VOTANTE.
       FIM-DESCARREGAR-VOTANTES.
           EXIT.

      * Percorre o caderno e acumula, por mesa, os inscritos e os
      * votantes descarregados em cada hora.
       CARREGAR-AFLUENCIA.
           INITIALIZE WS-TABELA-AFLUENCIA.
           INITIALIZE WS-TOTAL-CONCELHO.
           MOVE "N" TO WS-AFL-TRUNCADA.
           MOVE SPACES TO WS-CADERNO-STATUS.
           OPEN INPUT FICHEIRO-CADERNO.
           IF (WS-CADERNO-STATUS NOT = "00") THEN
               CLOSE FICHEIRO-CADERNO
               GO FIM-CARREGAR-AFLUENCIA
           END-IF.
           PERFORM UNTIL WS-CADERNO-STATUS = "10"
               READ FICHEIRO-CADERNO NEXT
                   AT END MOVE "10" TO WS-CADERNO-STATUS
                   NOT AT END PERFORM ACUMULAR-ELEITOR
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-CADERNO.
           IF (WS-AFL-TRUNCADA = "S") THEN
               DISPLAY "AVISO: MAIS DE 200 MESAS NO CADERNO - "
                   "AS RESTANTES FICAM SO NO TOTAL DO CONCELHO."
           END-IF.
       FIM-CARREGAR-AFLUENCIA.
           EXIT.

       ACUMULAR-ELEITOR.
           MOVE ELE-MESA TO WS-MESA.
           PERFORM PROCURAR-MESA-AFLUENCIA.
           IF (WS-AFL-ACHADA = 0) THEN
               IF (WS-NUM-AFL < 200) THEN
                   ADD 1 TO WS-NUM-AFL
                   MOVE WS-NUM-AFL TO WS-AFL-ACHADA
                   MOVE ELE-MESA TO AFL-MESA(WS-AFL-ACHADA)
               ELSE
                   MOVE "S" TO WS-AFL-TRUNCADA
               END-IF
           END-IF.
           ADD 1 TO TOT-INSCRITOS.
           IF (WS-AFL-ACHADA > 0) THEN
               ADD 1 TO AFL-INSCRITOS(WS-AFL-ACHADA)
           END-IF.
           IF (ELE-VOTOU = "S") THEN
               MOVE ELE-HORA-VOTO(1:2) TO WS-HORA
               IF (WS-HORA > 23) THEN
                   MOVE 23 TO WS-HORA
               END-IF
               COMPUTE WS-HORA-IDX = WS-HORA + 1
               ADD 1 TO TOT-VOTANTES
               ADD 1 TO TOT-HORA(WS-HORA-IDX)
               IF (WS-AFL-ACHADA > 0) THEN
                   ADD 1 TO AFL-VOTANTES(WS-AFL-ACHADA)
                   ADD 1 TO AFL-HORA(WS-AFL-ACHADA WS-HORA-IDX)
               END-IF
           END-IF.

       PROCURAR-MESA-AFLUENCIA.
           MOVE 0 TO WS-AFL-ACHADA.
           PERFORM VARYING IDX-AFL FROM 1 BY 1
               UNTIL IDX-AFL > WS-NUM-AFL OR WS-AFL-ACHADA > 0
               IF (AFL-MESA(IDX-AFL) = WS-MESA) THEN
                   SET WS-AFL-ACHADA TO IDX-AFL
               END-IF
           END-PERFORM.

       AFLUENCIA-MESA.
           DISPLAY "MESA DE VOTO: " WITH NO ADVANCING.
           ACCEPT WS-MESA.
           MOVE FUNCTION UPPER-CASE(WS-MESA) TO WS-MESA.
           PERFORM CARREGAR-AFLUENCIA THRU FIM-CARREGAR-AFLUENCIA.
           PERFORM PROCURAR-MESA-AFLUENCIA.
           IF (WS-AFL-ACHADA = 0) THEN
               DISPLAY "MESA SEM ELEITORES NO CADERNO!"
               GO FIM-AFLUENCIA-MESA
           END-IF.
           MOVE AFL-INSCRITOS(WS-AFL-ACHADA) TO WS-INSCRITOS.
           OPEN OUTPUT AFLUENCIA-HORARIA.
           MOVE SPACES TO AFLUENCIA-LINHA.
           STRING "AFLUENCIA HORARIA - MESA " WS-MESA
               DELIMITED BY SIZE INTO AFLUENCIA-LINHA.
           PERFORM ESCREVER-AFLUENCIA.
           MOVE 0 TO WS-ACUMULADO.
           COMPUTE WS-HORA-INICIO = WS-HORA-ABERTURA + 1.
           PERFORM CABECALHO-AFLUENCIA.
           PERFORM VARYING WS-HORA FROM WS-HORA-INICIO BY 1
               UNTIL WS-HORA > WS-HORA-FECHO
               PERFORM SOMAR-HORA-MESA
               PERFORM LINHA-AFLUENCIA
           END-PERFORM.
           MOVE AFL-VOTANTES(WS-AFL-ACHADA) TO WS-ACUMULADO.
           PERFORM TOTAL-AFLUENCIA.
           CLOSE AFLUENCIA-HORARIA.
           DISPLAY "RELATORIO GRAVADO EM AFLUENCIA-HORARIA.TXT.".
       FIM-AFLUENCIA-MESA.
           EXIT.

      * Linha "ATE HH:00": votantes descarregados na hora anterior e
      * acumulado desde a abertura (as descargas antes da abertura
      * contam na primeira linha).
       SOMAR-HORA-MESA.
           MOVE 0 TO WS-NA-HORA.
           IF (WS-HORA = WS-HORA-INICIO) THEN
               PERFORM VARYING WS-HORA-IDX FROM 1 BY 1
                   UNTIL WS-HORA-IDX > WS-HORA
                   ADD AFL-HORA(WS-AFL-ACHADA WS-HORA-IDX)
                       TO WS-NA-HORA
               END-PERFORM
           ELSE
               ADD AFL-HORA(WS-AFL-ACHADA WS-HORA) TO WS-NA-HORA
           END-IF.
           ADD WS-NA-HORA TO WS-ACUMULADO.

       SOMAR-HORA-CONCELHO.
           MOVE 0 TO WS-NA-HORA.
           IF (WS-HORA = WS-HORA-INICIO) THEN
               PERFORM VARYING WS-HORA-IDX FROM 1 BY 1
                   UNTIL WS-HORA-IDX > WS-HORA
                   ADD TOT-HORA(WS-HORA-IDX) TO WS-NA-HORA
               END-PERFORM
           ELSE
               ADD TOT-HORA(WS-HORA) TO WS-NA-HORA
           END-IF.
           ADD WS-NA-HORA TO WS-ACUMULADO.

       CABECALHO-AFLUENCIA.
           MOVE SPACES TO AFLUENCIA-LINHA.
           STRING "INSCRITOS NO CADERNO: " WS-INSCRITOS
               DELIMITED BY SIZE INTO AFLUENCIA-LINHA.
           PERFORM ESCREVER-AFLUENCIA.
           MOVE "HORA       NA HORA  ACUMULADO   AFLUENCIA"
               TO AFLUENCIA-LINHA.
           PERFORM ESCREVER-AFLUENCIA.

       LINHA-AFLUENCIA.
           MOVE WS-HORA TO WS-HORA-F.
           MOVE WS-NA-HORA TO WS-QTD-F.
           MOVE WS-ACUMULADO TO WS-QTD2-F.
           PERFORM CALCULAR-PERCENTAGEM.
           MOVE SPACES TO AFLUENCIA-LINHA.
           STRING "ATE " WS-HORA-F ":00  " WS-QTD-F "     " WS-QTD2-F
               "     " WS-PERCENTAGEM-F "%"
               DELIMITED BY SIZE INTO AFLUENCIA-LINHA.
           PERFORM ESCREVER-AFLUENCIA.

      * Total final, incluindo os eleitores em fila ao fecho.
       TOTAL-AFLUENCIA.
           MOVE WS-ACUMULADO TO WS-QTD2-F.
           PERFORM CALCULAR-PERCENTAGEM.
           MOVE SPACES TO AFLUENCIA-LINHA.
           STRING "TOTAL VOTANTES      " WS-QTD2-F "     "
               WS-PERCENTAGEM-F "%"
               DELIMITED BY SIZE INTO AFLUENCIA-LINHA.
           PERFORM ESCREVER-AFLUENCIA.

       CALCULAR-PERCENTAGEM.
           MOVE 0 TO WS-PERCENTAGEM.
           IF (WS-INSCRITOS > 0) THEN
               COMPUTE WS-PERCENTAGEM ROUNDED =
                   WS-ACUMULADO * 100 / WS-INSCRITOS
           END-IF.
           MOVE WS-PERCENTAGEM TO WS-PERCENTAGEM-F.

       ESCREVER-AFLUENCIA.
           DISPLAY AFLUENCIA-LINHA.
           WRITE AFLUENCIA-LINHA.

       AFLUENCIA-CONCELHO.
           PERFORM CARREGAR-AFLUENCIA THRU FIM-CARREGAR-AFLUENCIA.
           IF (TOT-INSCRITOS = 0) THEN
               DISPLAY "CADERNO ELEITORAL VAZIO!"
               GO FIM-AFLUENCIA-CONCELHO
           END-IF.
           MOVE TOT-INSCRITOS TO WS-INSCRITOS.
           OPEN OUTPUT AFLUENCIA-HORARIA.
           MOVE "AFLUENCIA HORARIA - TOTAL DO CONCELHO"
               TO AFLUENCIA-LINHA.
           PERFORM ESCREVER-AFLUENCIA.
           MOVE 0 TO WS-ACUMULADO.
           COMPUTE WS-HORA-INICIO = WS-HORA-ABERTURA + 1.
           PERFORM CABECALHO-AFLUENCIA.
           PERFORM VARYING WS-HORA FROM WS-HORA-INICIO BY 1
               UNTIL WS-HORA > WS-HORA-FECHO
               PERFORM SOMAR-HORA-CONCELHO
               PERFORM LINHA-AFLUENCIA
           END-PERFORM.
           MOVE TOT-VOTANTES TO WS-ACUMULADO.
           PERFORM TOTAL-AFLUENCIA.
           MOVE SPACES TO AFLUENCIA-LINHA.
           PERFORM ESCREVER-AFLUENCIA.
           MOVE "MESA    INSCRITOS  VOTANTES   AFLUENCIA"
               TO AFLUENCIA-LINHA.
           PERFORM ESCREVER-AFLUENCIA.
           PERFORM VARYING IDX-AFL FROM 1 BY 1
               UNTIL IDX-AFL > WS-NUM-AFL
               MOVE AFL-INSCRITOS(IDX-AFL) TO WS-INSCRITOS
               MOVE AFL-VOTANTES(IDX-AFL) TO WS-ACUMULADO
               MOVE WS-INSCRITOS TO WS-QTD-F
               MOVE WS-ACUMULADO TO WS-QTD2-F
               PERFORM CALCULAR-PERCENTAGEM
               MOVE SPACES TO AFLUENCIA-LINHA
               STRING AFL-MESA(IDX-AFL) "   " WS-QTD-F "    "
                   WS-QTD2-F "     " WS-PERCENTAGEM-F "%"
                   DELIMITED BY SIZE INTO AFLUENCIA-LINHA
               PERFORM ESCREVER-AFLUENCIA
           END-PERFORM.
           CLOSE AFLUENCIA-HORARIA.
           DISPLAY "RELATORIO GRAVADO EM AFLUENCIA-HORARIA.TXT.".
       FIM-AFLUENCIA-CONCELHO.
           EXIT.

       LISTAR-CADERNO.
           DISPLAY "MESA DE VOTO: " WITH NO ADVANCING.
           ACCEPT WS-MESA.
           MOVE FUNCTION UPPER-CASE(WS-MESA) TO WS-MESA.
           MOVE 0 TO WS-LISTADOS.
           MOVE SPACES TO WS-CADERNO-STATUS.
           OPEN INPUT FICHEIRO-CADERNO.
           IF (WS-CADERNO-STATUS NOT = "00") THEN
               DISPLAY "SEM ELEITORES INSCRITOS."
               CLOSE FICHEIRO-CADERNO
               GO FIM-LISTAR-CADERNO
           END-IF.
           DISPLAY "NUMERO   NOME                           VOTOU HORA".
           PERFORM UNTIL WS-CADERNO-STATUS = "10"
               READ FICHEIRO-CADERNO NEXT
                   AT END MOVE "10" TO WS-CADERNO-STATUS
                   NOT AT END
                       IF (ELE-MESA = WS-MESA) THEN
                           ADD 1 TO WS-LISTADOS
                           DISPLAY ELE-NUMERO " " ELE-NOME " "
                               ELE-VOTOU "     " ELE-HORA-VOTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-CADERNO.
           DISPLAY WS-LISTADOS " ELEITOR(ES) NA MESA " WS-MESA ".".
       FIM-LISTAR-CADERNO.
           EXIT.

      * Antes de um novo ato eleitoral as descargas do anterior sao
      * apagadas; reservado ao administrador.
       NOVO-ATO-ELEITORAL.
           IF (WS-OPERADOR-PERFIL NOT = "A") THEN
               DISPLAY "OPERACAO RESERVADA AO ADMINISTRADOR!"
               GO FIM-NOVO-ATO-ELEITORAL
           END-IF.
           DISPLAY "APAGAR TODAS AS DESCARGAS DO CADERNO? (S/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF (FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S") THEN
               DISPLAY "OPERACAO CANCELADA."
               GO FIM-NOVO-ATO-ELEITORAL
           END-IF.
           PERFORM ABRIR-CADERNO.
           IF (WS-CADERNO-STATUS NOT = "00") THEN
               GO FIM-NOVO-ATO-ELEITORAL
           END-IF.
           MOVE 0 TO WS-LIMPOS.
           PERFORM UNTIL WS-CADERNO-STATUS = "10"
               READ FICHEIRO-CADERNO NEXT
                   AT END MOVE "10" TO WS-CADERNO-STATUS
                   NOT AT END
                       IF (ELE-VOTOU = "S") THEN
                           MOVE "N" TO ELE-VOTOU
                           MOVE 0 TO ELE-DATA-VOTO
                           MOVE 0 TO ELE-HORA-VOTO
                           MOVE SPACES TO ELE-OPERADOR
                           REWRITE REG-ELEITOR
                           ADD 1 TO WS-LIMPOS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-CADERNO.
           DISPLAY WS-LIMPOS " DESCARGA(S) APAGADA(S).".
       FIM-NOVO-ATO-ELEITORAL.
           EXIT.

       COPY "OPERADOR-SESSAO-PROC.cpy".

       END PROGRAM T01_06-CADERNO.
