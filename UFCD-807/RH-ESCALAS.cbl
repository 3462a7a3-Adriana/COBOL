      ******************************************************************
      * Author:
      * Date:
      * Purpose: Escalas de turnos - o responsavel planeia, por
      *          departamento e por semana, os turnos de cada
      *          empregado em ESCALAS.DAT (recusando os dias de ferias
      *          aprovadas em FERIAS-PEDIDOS.DAT), imprime a escala
      *          semanal para afixar (ESCALA-SEMANAL.TXT) e tira o
      *          relatorio diario de excecoes contra o PONTO.DAT:
      *          atrasos, saidas antecipadas, turnos nao planeados e
      *          faltas sem ausencia lancada em AUSENCIAS.DAT
      *          (EXCECOES-ESCALA.TXT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RH-ESCALAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "EMPREGADOS-SELECT.cpy".
           COPY "ESCALAS-SELECT.cpy".
           COPY "PONTO-SELECT.cpy".
           COPY "AUSENCIAS-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           SELECT FICHEIRO-FERIAS-PED ASSIGN TO "FERIAS-PEDIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIAS-PED-STATUS.
           SELECT ESCALA-SEMANAL ASSIGN TO "ESCALA-SEMANAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEMANAL-STATUS.
           SELECT EXCECOES-ESCALA ASSIGN TO "EXCECOES-ESCALA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCECOES-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "EMPREGADOS-FD.cpy".
           COPY "ESCALAS-FD.cpy".
           COPY "PONTO-FD.cpy".
           COPY "AUSENCIAS-FD.cpy".
           COPY "OPERADOR-SESSAO-FD.cpy".

       FD  FICHEIRO-FERIAS-PED.
       01  REG-FERIAS-PEDIDO.
           05 FPD-NOME            PIC X(30).
           05 FPD-DEPARTAMENTO    PIC X(10).
           05 FPD-DATA-DE         PIC 9(08).
           05 FPD-DATA-ATE        PIC 9(08).
           05 FPD-ESTADO          PIC X(01).
           05 FPD-DECIDIDO-POR    PIC X(04).
           05 FPD-DATA-DECISAO    PIC 9(08).

       FD  ESCALA-SEMANAL.
       01  SEMANAL-LINHA          PIC X(100).

       FD  EXCECOES-ESCALA.
       01  EXCECAO-LINHA          PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-EMPREGADOS-STATUS   PIC XX VALUES SPACES.
       77 WS-FERIAS-PED-STATUS   PIC XX VALUES SPACES.
       77 WS-AUSENCIAS-STATUS    PIC XX VALUES SPACES.
       77 WS-SEMANAL-STATUS      PIC XX VALUES SPACES.
       77 WS-EXCECOES-STATUS     PIC XX VALUES SPACES.
       COPY "ESCALAS-WS.cpy".
       COPY "PONTO-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 3.
      * Minutos de tolerancia antes de contar atraso ou saida
      * antecipada.
       77 WS-TOLERANCIA-MIN      PIC 9(02) VALUES 5.
       77 NOME                   PIC X(30) VALUES SPACES.
       77 WS-DEPARTAMENTO        PIC X(10) VALUES SPACES.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       01 WS-SEGUNDA             PIC 9(08) VALUES 0.
       01 WS-SEGUNDA-R REDEFINES WS-SEGUNDA.
           05 WS-SEG-ANO         PIC 9(04).
           05 WS-SEG-MES         PIC 9(02).
               88 SEG-MES-VALIDO VALUES 1 THRU 12.
           05 WS-SEG-DIA         PIC 9(02).
               88 SEG-DIA-VALIDO VALUES 1 THRU 31.
       77 WS-DOMINGO             PIC 9(08) VALUES 0.
       77 WS-JUL-SEGUNDA         PIC 9(08) VALUES 0.
       77 WS-JUL-DIA             PIC 9(08) VALUES 0.
       77 WS-DIA-SEMANA          PIC 9(01) VALUES 0.
       77 IDX-DIA                PIC 9(02) VALUES 0.
       01 TABELA-DIAS-SEMANA.
           05 DIA-SEMANA-ITEM OCCURS 7 TIMES.
               10 DSM-DATA           PIC 9(08).
               10 DSM-NOME           PIC X(03).
       01 NOMES-DIAS-VALORES      PIC X(21)
               VALUE "SEGTERQUAQUISEXSABDOM".
       01 NOMES-DIAS REDEFINES NOMES-DIAS-VALORES.
           05 NOME-DIA            PIC X(03) OCCURS 7 TIMES.
       77 WS-HORA-INICIO         PIC 9(04) VALUES 0.
       77 WS-HORA-FIM            PIC 9(04) VALUES 0.
       77 WS-EM-FERIAS           PIC A VALUES "N".
       77 WS-TURNOS-GRAVADOS     PIC 9(02) VALUES 0.
       77 WS-TURNOS-REMOVIDOS    PIC 9(02) VALUES 0.
       77 IDX-FPD                PIC 9(03) VALUES 0.
       77 WS-NUM-FERIAS-PED      PIC 9(03) VALUES 0.
       01 TABELA-FERIAS-PED.
           05 FPD-ITEM OCCURS 200 TIMES.
               10 FPD-T-NOME         PIC X(30).
               10 FPD-T-DEPARTAMENTO PIC X(10).
               10 FPD-T-DATA-DE      PIC 9(08).
               10 FPD-T-DATA-ATE     PIC 9(08).
               10 FPD-T-ESTADO       PIC X(01).
               10 FPD-T-DECIDIDO-POR PIC X(04).
               10 FPD-T-DATA-DECISAO PIC 9(08).
      * Folha semanal: uma linha por empregado com os sete dias
       77 WS-NUM-NOMES-SEMANA    PIC 9(03) VALUES 0.
       77 IDX-NOME               PIC 9(03) VALUES 0.
       77 WS-NOME-JA-LISTADO     PIC A VALUES "N".
       01 TABELA-NOMES-SEMANA.
           05 NOME-SEMANA-ITEM    PIC X(30) OCCURS 200 TIMES.
       01 WS-LINHA-SEMANA.
           05 WS-LS-NOME          PIC X(20).
           05 WS-LS-DIA OCCURS 7 TIMES.
               10 WS-LS-TURNO     PIC X(09).
               10 FILLER          PIC X(01).
       01 WS-TURNO-TEXTO.
           05 WS-TT-INICIO        PIC 9(04).
           05 FILLER              PIC X(01) VALUE "-".
           05 WS-TT-FIM           PIC 9(04).
      * Relatorio de excecoes
       77 WS-DATA-EXCECOES       PIC 9(08) VALUES 0.
       77 WS-PONTO-ACHADO        PIC 9(03) VALUES 0.
       77 WS-TEM-AUSENCIA        PIC A VALUES "N".
       77 WS-TIPO-AUSENCIA       PIC X(01) VALUES SPACES.
       77 WS-TEM-ESCALA          PIC A VALUES "N".
       77 WS-MIN-PREVISTO        PIC 9(05) VALUES 0.
       77 WS-MIN-REAL            PIC 9(05) VALUES 0.
       77 WS-MIN-DIFERENCA       PIC 9(05) VALUES 0.
       77 WS-HORA-CONVERTE       PIC 9(04) VALUES 0.
       77 WS-MIN-CONVERTIDO      PIC 9(05) VALUES 0.
       77 WS-NUM-ATRASOS         PIC 9(03) VALUES 0.
       77 WS-NUM-SAIDAS          PIC 9(03) VALUES 0.
       77 WS-NUM-NAO-PLANEADOS   PIC 9(03) VALUES 0.
       77 WS-NUM-FALTAS          PIC 9(03) VALUES 0.
       77 WS-NUM-JUSTIFICADAS    PIC 9(03) VALUES 0.

       PROCEDURE DIVISION.
       INICIO-ESCALAS.
           PERFORM LER-OPERADOR-SESSAO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-ESCALAS.
      * Uma carga truncada seguida da regravacao integral apagaria os
      * turnos em excesso - o planeamento recusa-se a correr.
           IF (WS-ESC-TRUNCADA = "S") THEN
               DISPLAY "ESCALAS.DAT EXCEDE 1500 TURNOS - "
                   "OPERACAO RECUSADA PARA NAO PERDER DADOS."
               STOP RUN
           END-IF.
           PERFORM CARREGAR-FERIAS-PEDIDOS.

       MENU-ESCALAS.
           DISPLAY "=== ESCALAS DE TURNOS ===".
           DISPLAY "1 - PLANEAR SEMANA DE UM DEPARTAMENTO".
           DISPLAY "2 - IMPRIMIR ESCALA SEMANAL".
           DISPLAY "3 - RELATORIO DIARIO DE EXCECOES (PONTO)".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-ESCALAS
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM PLANEAR-SEMANA THRU FIM-PLANEAR-SEMANA
               WHEN 2 PERFORM IMPRIMIR-SEMANA THRU FIM-IMPRIMIR-SEMANA
               WHEN 3 PERFORM RELATORIO-EXCECOES
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-ESCALAS.

      * A semana comeca a segunda-feira; as sete datas ficam na
      * tabela de dias para o planeamento e para a folha.
       LER-SEMANA.
           DISPLAY "SEGUNDA-FEIRA DA SEMANA (AAAAMMDD): "
               WITH NO ADVANCING.
           ACCEPT WS-SEGUNDA.
           IF (NOT SEG-MES-VALIDO) OR (NOT SEG-DIA-VALIDO) THEN
               DISPLAY "DATA INVALIDA!"
               GO LER-SEMANA
           END-IF.
           COMPUTE WS-JUL-SEGUNDA =
               FUNCTION INTEGER-OF-DATE(WS-SEGUNDA).
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-JUL-SEGUNDA - 1, 7) + 1.
           IF (WS-DIA-SEMANA NOT = 1) THEN
               DISPLAY "A DATA NAO E UMA SEGUNDA-FEIRA!"
               GO LER-SEMANA
           END-IF.
           MOVE WS-JUL-SEGUNDA TO WS-JUL-DIA.
           PERFORM VARYING IDX-DIA FROM 1 BY 1 UNTIL IDX-DIA > 7
               COMPUTE DSM-DATA(IDX-DIA) =
                   FUNCTION DATE-OF-INTEGER(WS-JUL-DIA)
               MOVE NOME-DIA(IDX-DIA) TO DSM-NOME(IDX-DIA)
               ADD 1 TO WS-JUL-DIA
           END-PERFORM.
           MOVE DSM-DATA(7) TO WS-DOMINGO.

      * Planeamento: para cada empregado do departamento pedem-se os
      * turnos dos sete dias; a semana dele e substituida por inteiro
      * (o que ficar a zero e folga). Dias de ferias aprovadas nao
      * levam turno.
       PLANEAR-SEMANA.
           DISPLAY "DEPARTAMENTO: " WITH NO ADVANCING.
           ACCEPT WS-DEPARTAMENTO.
           IF (WS-DEPARTAMENTO = SPACES) THEN
               GO FIM-PLANEAR-SEMANA
           END-IF.
           PERFORM LER-SEMANA.
       PLANEAR-EMPREGADO.
           MOVE SPACES TO NOME.
           DISPLAY "EMPREGADO (ENTER TERMINA A SEMANA): "
               WITH NO ADVANCING.
           ACCEPT NOME.
           IF (NOME = SPACES) THEN
               PERFORM GRAVAR-ESCALAS
               DISPLAY "ESCALA DA SEMANA DE " WS-SEGUNDA " GRAVADA."
               GO FIM-PLANEAR-SEMANA
           END-IF.
           MOVE SPACES TO WS-EMPREGADOS-STATUS.
           OPEN INPUT FICHEIRO-EMPREGADOS.
           IF (WS-EMPREGADOS-STATUS = "00") THEN
               MOVE NOME TO EMP-NOME
               READ FICHEIRO-EMPREGADOS
                   INVALID KEY MOVE "23" TO WS-EMPREGADOS-STATUS
               END-READ
           END-IF.
           CLOSE FICHEIRO-EMPREGADOS.
           IF (WS-EMPREGADOS-STATUS NOT = "00") THEN
               DISPLAY "EMPREGADO NAO ENCONTRADO!"
               GO PLANEAR-EMPREGADO
           END-IF.
           IF (EMP-ESTADO = "T") THEN
               DISPLAY "EMPREGADO CESSADO - NAO SE ESCALA."
               GO PLANEAR-EMPREGADO
           END-IF.
           IF (EMP-DEPARTAMENTO NOT = WS-DEPARTAMENTO) THEN
               DISPLAY "EMPREGADO DE OUTRO DEPARTAMENTO ("
                   EMP-DEPARTAMENTO ")!"
               GO PLANEAR-EMPREGADO
           END-IF.
           PERFORM REMOVER-SEMANA-EMPREGADO.
           MOVE 0 TO WS-TURNOS-GRAVADOS.
           PERFORM VARYING IDX-DIA FROM 1 BY 1 UNTIL IDX-DIA > 7
               PERFORM LER-TURNO-DIA THRU FIM-LER-TURNO-DIA
           END-PERFORM.
           DISPLAY WS-TURNOS-GRAVADOS " TURNO(S) PLANEADO(S) PARA "
               NOME.
           GO PLANEAR-EMPREGADO.
       FIM-PLANEAR-SEMANA.
           EXIT.

       REMOVER-SEMANA-EMPREGADO.
           MOVE 0 TO WS-TURNOS-REMOVIDOS.
           MOVE 1 TO IDX-ESC.
           PERFORM UNTIL IDX-ESC > WS-NUM-ESCALAS
               IF (ESC-T-NOME(IDX-ESC) = NOME) AND
                  (ESC-T-DATA(IDX-ESC) >= WS-SEGUNDA) AND
                  (ESC-T-DATA(IDX-ESC) <= WS-DOMINGO) THEN
                   MOVE ESC-ITEM(WS-NUM-ESCALAS) TO ESC-ITEM(IDX-ESC)
                   SUBTRACT 1 FROM WS-NUM-ESCALAS
                   ADD 1 TO WS-TURNOS-REMOVIDOS
               ELSE
                   ADD 1 TO IDX-ESC
               END-IF
           END-PERFORM.
           IF (WS-TURNOS-REMOVIDOS > 0) THEN
               DISPLAY "(SUBSTITUI " WS-TURNOS-REMOVIDOS
                   " TURNO(S) JA PLANEADO(S) NESTA SEMANA)"
           END-IF.

       LER-TURNO-DIA.
           MOVE "N" TO WS-EM-FERIAS.
           PERFORM VARYING IDX-FPD FROM 1 BY 1
               UNTIL IDX-FPD > WS-NUM-FERIAS-PED
               IF (FPD-T-NOME(IDX-FPD) = NOME) AND
                  (FPD-T-ESTADO(IDX-FPD) = "A") AND
                  (FPD-T-DATA-DE(IDX-FPD) <= DSM-DATA(IDX-DIA)) AND
                  (FPD-T-DATA-ATE(IDX-FPD) >= DSM-DATA(IDX-DIA)) THEN
                   MOVE "S" TO WS-EM-FERIAS
               END-IF
           END-PERFORM.
           IF (WS-EM-FERIAS = "S") THEN
               DISPLAY DSM-NOME(IDX-DIA) " " DSM-DATA(IDX-DIA)
                   ": FERIAS APROVADAS - SEM TURNO."
               GO FIM-LER-TURNO-DIA
           END-IF.
           MOVE 0 TO WS-HORA-INICIO.
           MOVE 0 TO WS-HORA-FIM.
           DISPLAY DSM-NOME(IDX-DIA) " " DSM-DATA(IDX-DIA)
               " ENTRADA HHMM (0 = FOLGA): " WITH NO ADVANCING.
           ACCEPT WS-HORA-INICIO.
           IF (WS-HORA-INICIO = 0) THEN
               GO FIM-LER-TURNO-DIA
           END-IF.
           DISPLAY "    SAIDA HHMM: " WITH NO ADVANCING.
           ACCEPT WS-HORA-FIM.
           IF (WS-HORA-INICIO > 2359) OR (WS-HORA-FIM > 2359) OR
              (WS-HORA-FIM <= WS-HORA-INICIO) THEN
               DISPLAY "HORAS INVALIDAS!"
               GO LER-TURNO-DIA
           END-IF.
           IF (WS-NUM-ESCALAS >= 1500) THEN
               DISPLAY "TABELA DE ESCALAS CHEIA - TURNO NAO GRAVADO!"
               GO FIM-LER-TURNO-DIA
           END-IF.
           ADD 1 TO WS-NUM-ESCALAS.
           MOVE NOME TO ESC-T-NOME(WS-NUM-ESCALAS).
           MOVE WS-DEPARTAMENTO TO ESC-T-DEPARTAMENTO(WS-NUM-ESCALAS).
           MOVE DSM-DATA(IDX-DIA) TO ESC-T-DATA(WS-NUM-ESCALAS).
           MOVE WS-HORA-INICIO TO ESC-T-HORA-INICIO(WS-NUM-ESCALAS).
           MOVE WS-HORA-FIM TO ESC-T-HORA-FIM(WS-NUM-ESCALAS).
           MOVE WS-OPERADOR-ATUAL TO ESC-T-OPERADOR(WS-NUM-ESCALAS).
           ADD 1 TO WS-TURNOS-GRAVADOS.
       FIM-LER-TURNO-DIA.
           EXIT.

      * Escala para afixar na sala do pessoal: uma linha por
      * empregado do departamento com o turno de cada dia.
       IMPRIMIR-SEMANA.
           DISPLAY "DEPARTAMENTO: " WITH NO ADVANCING.
           ACCEPT WS-DEPARTAMENTO.
           IF (WS-DEPARTAMENTO = SPACES) THEN
               GO FIM-IMPRIMIR-SEMANA
           END-IF.
           PERFORM LER-SEMANA.
           MOVE 0 TO WS-NUM-NOMES-SEMANA.
           PERFORM VARYING IDX-ESC FROM 1 BY 1
               UNTIL IDX-ESC > WS-NUM-ESCALAS
               IF (ESC-T-DEPARTAMENTO(IDX-ESC) = WS-DEPARTAMENTO) AND
                  (ESC-T-DATA(IDX-ESC) >= WS-SEGUNDA) AND
                  (ESC-T-DATA(IDX-ESC) <= WS-DOMINGO) THEN
                   PERFORM RECOLHER-NOME-SEMANA
               END-IF
           END-PERFORM.
           IF (WS-NUM-NOMES-SEMANA = 0) THEN
               DISPLAY "SEM TURNOS PLANEADOS NESSA SEMANA."
               GO FIM-IMPRIMIR-SEMANA
           END-IF.
           MOVE SPACES TO WS-SEMANAL-STATUS.
           OPEN EXTEND ESCALA-SEMANAL.
           IF (WS-SEMANAL-STATUS = "35") THEN
               OPEN OUTPUT ESCALA-SEMANAL
           END-IF.
           MOVE ALL "=" TO SEMANAL-LINHA.
           WRITE SEMANAL-LINHA.
           MOVE SPACES TO SEMANAL-LINHA.
           STRING "ESCALA DE TURNOS - " WS-DEPARTAMENTO
               " - SEMANA DE " WS-SEGUNDA " A " WS-DOMINGO
               DELIMITED BY SIZE INTO SEMANAL-LINHA.
           WRITE SEMANAL-LINHA.
           MOVE SPACES TO WS-LINHA-SEMANA.
           MOVE "EMPREGADO" TO WS-LS-NOME.
           PERFORM VARYING IDX-DIA FROM 1 BY 1 UNTIL IDX-DIA > 7
               MOVE SPACES TO WS-LS-TURNO(IDX-DIA)
               STRING DSM-NOME(IDX-DIA) " "
                   DSM-DATA(IDX-DIA)(7:2) "/" DSM-DATA(IDX-DIA)(5:2)
                   DELIMITED BY SIZE INTO WS-LS-TURNO(IDX-DIA)
           END-PERFORM.
           MOVE WS-LINHA-SEMANA TO SEMANAL-LINHA.
           WRITE SEMANAL-LINHA.
           MOVE ALL "-" TO SEMANAL-LINHA.
           WRITE SEMANAL-LINHA.
           PERFORM VARYING IDX-NOME FROM 1 BY 1
               UNTIL IDX-NOME > WS-NUM-NOMES-SEMANA
               PERFORM LINHA-EMPREGADO-SEMANA
           END-PERFORM.
           MOVE SPACES TO SEMANAL-LINHA.
           WRITE SEMANAL-LINHA.
           MOVE "(EM BRANCO = FOLGA OU FERIAS)" TO SEMANAL-LINHA.
           WRITE SEMANAL-LINHA.
           MOVE ALL "=" TO SEMANAL-LINHA.
           WRITE SEMANAL-LINHA.
           CLOSE ESCALA-SEMANAL.
           DISPLAY "ESCALA EMITIDA EM ESCALA-SEMANAL.TXT ("
               WS-NUM-NOMES-SEMANA " EMPREGADO(S)).".
       FIM-IMPRIMIR-SEMANA.
           EXIT.

       RECOLHER-NOME-SEMANA.
           MOVE "N" TO WS-NOME-JA-LISTADO.
           PERFORM VARYING IDX-NOME FROM 1 BY 1
               UNTIL IDX-NOME > WS-NUM-NOMES-SEMANA
               IF (NOME-SEMANA-ITEM(IDX-NOME) = ESC-T-NOME(IDX-ESC))
                  THEN
                   MOVE "S" TO WS-NOME-JA-LISTADO
               END-IF
           END-PERFORM.
           IF (WS-NOME-JA-LISTADO = "N") AND
              (WS-NUM-NOMES-SEMANA < 200) THEN
               ADD 1 TO WS-NUM-NOMES-SEMANA
               MOVE ESC-T-NOME(IDX-ESC)
                   TO NOME-SEMANA-ITEM(WS-NUM-NOMES-SEMANA)
           END-IF.

       LINHA-EMPREGADO-SEMANA.
           MOVE SPACES TO WS-LINHA-SEMANA.
           MOVE NOME-SEMANA-ITEM(IDX-NOME) TO WS-LS-NOME.
           PERFORM VARYING IDX-ESC FROM 1 BY 1
               UNTIL IDX-ESC > WS-NUM-ESCALAS
               IF (ESC-T-NOME(IDX-ESC) = NOME-SEMANA-ITEM(IDX-NOME))
                  AND (ESC-T-DATA(IDX-ESC) >= WS-SEGUNDA) AND
                  (ESC-T-DATA(IDX-ESC) <= WS-DOMINGO) THEN
                   PERFORM VARYING IDX-DIA FROM 1 BY 1
                       UNTIL IDX-DIA > 7
                       IF (DSM-DATA(IDX-DIA) = ESC-T-DATA(IDX-ESC))
                          THEN
                           MOVE ESC-T-HORA-INICIO(IDX-ESC)
                               TO WS-TT-INICIO
                           MOVE ESC-T-HORA-FIM(IDX-ESC) TO WS-TT-FIM
                           MOVE WS-TURNO-TEXTO
                               TO WS-LS-TURNO(IDX-DIA)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-LINHA-SEMANA TO SEMANAL-LINHA.
           WRITE SEMANAL-LINHA.

      * Excecoes do dia, escala contra ponto: quem picou mais de
      * WS-TOLERANCIA-MIN minutos depois da hora prevista (atraso) ou
      * antes do fim do turno (saida antecipada), quem faltou sem
      * ausencia lancada e quem picou sem turno planeado.
       RELATORIO-EXCECOES.
           DISPLAY "DATA (AAAAMMDD, 0 = HOJE): " WITH NO ADVANCING.
           ACCEPT WS-DATA-EXCECOES.
           IF (WS-DATA-EXCECOES = 0) THEN
               MOVE WS-HOJE TO WS-DATA-EXCECOES
           END-IF.
           PERFORM CARREGAR-PONTO.
           MOVE 0 TO WS-NUM-ATRASOS.
           MOVE 0 TO WS-NUM-SAIDAS.
           MOVE 0 TO WS-NUM-NAO-PLANEADOS.
           MOVE 0 TO WS-NUM-FALTAS.
           MOVE 0 TO WS-NUM-JUSTIFICADAS.
           MOVE SPACES TO WS-EXCECOES-STATUS.
           OPEN EXTEND EXCECOES-ESCALA.
           IF (WS-EXCECOES-STATUS = "35") THEN
               OPEN OUTPUT EXCECOES-ESCALA
           END-IF.
           MOVE ALL "=" TO EXCECAO-LINHA.
           WRITE EXCECAO-LINHA.
           MOVE SPACES TO EXCECAO-LINHA.
           STRING "EXCECOES ESCALA/PONTO DE " WS-DATA-EXCECOES
               " (TOLERANCIA " WS-TOLERANCIA-MIN " MIN)"
               DELIMITED BY SIZE INTO EXCECAO-LINHA.
           WRITE EXCECAO-LINHA.
           DISPLAY EXCECAO-LINHA.
           PERFORM VARYING IDX-ESC FROM 1 BY 1
               UNTIL IDX-ESC > WS-NUM-ESCALAS
               IF (ESC-T-DATA(IDX-ESC) = WS-DATA-EXCECOES) THEN
                   PERFORM VERIFICAR-TURNO
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX-PNT FROM 1 BY 1
               UNTIL IDX-PNT > WS-NUM-PONTOS-DIA
               IF (PNT-T-DATA(IDX-PNT) = WS-DATA-EXCECOES) THEN
                   PERFORM VERIFICAR-PONTO-PLANEADO
               END-IF
           END-PERFORM.
           MOVE ALL "-" TO EXCECAO-LINHA.
           WRITE EXCECAO-LINHA.
           MOVE SPACES TO EXCECAO-LINHA.
           STRING "ATRASOS: " WS-NUM-ATRASOS
               "  SAIDAS ANTECIPADAS: " WS-NUM-SAIDAS
               "  NAO PLANEADOS: " WS-NUM-NAO-PLANEADOS
               DELIMITED BY SIZE INTO EXCECAO-LINHA.
           WRITE EXCECAO-LINHA.
           DISPLAY EXCECAO-LINHA.
           MOVE SPACES TO EXCECAO-LINHA.
           STRING "FALTAS SEM AUSENCIA: " WS-NUM-FALTAS
               "  AUSENCIAS LANCADAS: " WS-NUM-JUSTIFICADAS
               DELIMITED BY SIZE INTO EXCECAO-LINHA.
           WRITE EXCECAO-LINHA.
           DISPLAY EXCECAO-LINHA.
           MOVE ALL "=" TO EXCECAO-LINHA.
           WRITE EXCECAO-LINHA.
           CLOSE EXCECOES-ESCALA.
           DISPLAY "RELATORIO EM EXCECOES-ESCALA.TXT.".

       VERIFICAR-TURNO.
           MOVE 0 TO WS-PONTO-ACHADO.
           PERFORM VARYING IDX-PNT FROM 1 BY 1
               UNTIL IDX-PNT > WS-NUM-PONTOS-DIA
               IF (PNT-T-NOME(IDX-PNT) = ESC-T-NOME(IDX-ESC)) AND
                  (PNT-T-DATA(IDX-PNT) = WS-DATA-EXCECOES) AND
                  (WS-PONTO-ACHADO = 0) THEN
                   MOVE IDX-PNT TO WS-PONTO-ACHADO
               END-IF
           END-PERFORM.
           IF (WS-PONTO-ACHADO = 0) THEN
               PERFORM PROCURAR-AUSENCIA
               MOVE SPACES TO EXCECAO-LINHA
               IF (WS-TEM-AUSENCIA = "S") THEN
                   ADD 1 TO WS-NUM-JUSTIFICADAS
                   STRING ESC-T-NOME(IDX-ESC) " AUSENCIA LANCADA ("
                       WS-TIPO-AUSENCIA ")"
                       DELIMITED BY SIZE INTO EXCECAO-LINHA
               ELSE
                   ADD 1 TO WS-NUM-FALTAS
                   STRING ESC-T-NOME(IDX-ESC) " FALTA - TURNO "
                       ESC-T-HORA-INICIO(IDX-ESC) "-"
                       ESC-T-HORA-FIM(IDX-ESC) " SEM PONTO NEM AUSENCIA"
                       DELIMITED BY SIZE INTO EXCECAO-LINHA
               END-IF
               WRITE EXCECAO-LINHA
               DISPLAY EXCECAO-LINHA
           ELSE
               MOVE WS-PONTO-ACHADO TO IDX-PNT
               MOVE ESC-T-HORA-INICIO(IDX-ESC) TO WS-HORA-CONVERTE
               PERFORM CONVERTER-MINUTOS
               MOVE WS-MIN-CONVERTIDO TO WS-MIN-PREVISTO
               MOVE PNT-T-HORA-ENTRADA(IDX-PNT) TO WS-HORA-CONVERTE
               PERFORM CONVERTER-MINUTOS
               MOVE WS-MIN-CONVERTIDO TO WS-MIN-REAL
               IF (WS-MIN-REAL > WS-MIN-PREVISTO + WS-TOLERANCIA-MIN)
                  THEN
                   ADD 1 TO WS-NUM-ATRASOS
                   COMPUTE WS-MIN-DIFERENCA =
                       WS-MIN-REAL - WS-MIN-PREVISTO
                   MOVE SPACES TO EXCECAO-LINHA
                   STRING ESC-T-NOME(IDX-ESC) " ATRASO "
                       WS-MIN-DIFERENCA " MIN (PREVISTO "
                       ESC-T-HORA-INICIO(IDX-ESC) " PICOU "
                       PNT-T-HORA-ENTRADA(IDX-PNT) ")"
                       DELIMITED BY SIZE INTO EXCECAO-LINHA
                   WRITE EXCECAO-LINHA
                   DISPLAY EXCECAO-LINHA
               END-IF
               MOVE ESC-T-HORA-FIM(IDX-ESC) TO WS-HORA-CONVERTE
               PERFORM CONVERTER-MINUTOS
               MOVE WS-MIN-CONVERTIDO TO WS-MIN-PREVISTO
               MOVE PNT-T-HORA-SAIDA(IDX-PNT) TO WS-HORA-CONVERTE
               PERFORM CONVERTER-MINUTOS
               MOVE WS-MIN-CONVERTIDO TO WS-MIN-REAL
               IF (WS-MIN-REAL + WS-TOLERANCIA-MIN < WS-MIN-PREVISTO)
                  THEN
                   ADD 1 TO WS-NUM-SAIDAS
                   COMPUTE WS-MIN-DIFERENCA =
                       WS-MIN-PREVISTO - WS-MIN-REAL
                   MOVE SPACES TO EXCECAO-LINHA
                   STRING ESC-T-NOME(IDX-ESC) " SAIDA ANTECIPADA "
                       WS-MIN-DIFERENCA " MIN (PREVISTO "
                       ESC-T-HORA-FIM(IDX-ESC) " PICOU "
                       PNT-T-HORA-SAIDA(IDX-PNT) ")"
                       DELIMITED BY SIZE INTO EXCECAO-LINHA
                   WRITE EXCECAO-LINHA
                   DISPLAY EXCECAO-LINHA
               END-IF
           END-IF.

       VERIFICAR-PONTO-PLANEADO.
           MOVE "N" TO WS-TEM-ESCALA.
           PERFORM VARYING IDX-ESC FROM 1 BY 1
               UNTIL IDX-ESC > WS-NUM-ESCALAS
               IF (ESC-T-NOME(IDX-ESC) = PNT-T-NOME(IDX-PNT)) AND
                  (ESC-T-DATA(IDX-ESC) = WS-DATA-EXCECOES) THEN
                   MOVE "S" TO WS-TEM-ESCALA
               END-IF
           END-PERFORM.
           IF (WS-TEM-ESCALA = "N") THEN
               ADD 1 TO WS-NUM-NAO-PLANEADOS
               MOVE SPACES TO EXCECAO-LINHA
               STRING PNT-T-NOME(IDX-PNT) " TURNO NAO PLANEADO ("
                   PNT-T-HORA-ENTRADA(IDX-PNT) "-"
                   PNT-T-HORA-SAIDA(IDX-PNT) ")"
                   DELIMITED BY SIZE INTO EXCECAO-LINHA
               WRITE EXCECAO-LINHA
               DISPLAY EXCECAO-LINHA
           END-IF.

       PROCURAR-AUSENCIA.
           MOVE "N" TO WS-TEM-AUSENCIA.
           MOVE SPACES TO WS-TIPO-AUSENCIA.
           MOVE SPACES TO WS-AUSENCIAS-STATUS.
           OPEN INPUT FICHEIRO-AUSENCIAS.
           IF (WS-AUSENCIAS-STATUS = "00") THEN
               PERFORM UNTIL WS-AUSENCIAS-STATUS = "10"
                   READ FICHEIRO-AUSENCIAS
                       AT END MOVE "10" TO WS-AUSENCIAS-STATUS
                       NOT AT END
                           IF (AUS-NOME = ESC-T-NOME(IDX-ESC)) AND
                              (AUS-DATA = WS-DATA-EXCECOES) THEN
                               MOVE "S" TO WS-TEM-AUSENCIA
                               MOVE AUS-TIPO TO WS-TIPO-AUSENCIA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-AUSENCIAS.

       CONVERTER-MINUTOS.
           DIVIDE WS-HORA-CONVERTE BY 100
               GIVING WS-PNT-HH REMAINDER WS-PNT-MM.
           COMPUTE WS-MIN-CONVERTIDO = (WS-PNT-HH * 60) + WS-PNT-MM.

       CARREGAR-FERIAS-PEDIDOS.
           MOVE 0 TO WS-NUM-FERIAS-PED.
           MOVE SPACES TO WS-FERIAS-PED-STATUS.
           OPEN INPUT FICHEIRO-FERIAS-PED.
           IF (WS-FERIAS-PED-STATUS = "00") THEN
               PERFORM UNTIL WS-FERIAS-PED-STATUS = "10"
                   READ FICHEIRO-FERIAS-PED
                       AT END MOVE "10" TO WS-FERIAS-PED-STATUS
                       NOT AT END
                           IF (WS-NUM-FERIAS-PED < 200) THEN
                               ADD 1 TO WS-NUM-FERIAS-PED
                               MOVE REG-FERIAS-PEDIDO TO
                                   FPD-ITEM(WS-NUM-FERIAS-PED)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-FERIAS-PED.

       COPY "ESCALAS-PROC.cpy".

       COPY "PONTO-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       END PROGRAM RH-ESCALAS.
