      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fundo mensal de gorjetas da pizzaria - soma as
      *          gorjetas deixadas nos pagamentos por cartao e MB do
      *          mes (PEDIDOS.DAT e arquivo do ano) e reparte-as pela
      *          equipa da pizzaria em proporcao das horas de ponto
      *          (PONTO.DAT). As partes ficam em GORJETAS.DAT para a
      *          folha as pagar no recibo do periodo; mapa da
      *          reparticao em RELATORIO-GORJETAS.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T04-GORJETAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-PEDIDOS ASSIGN TO WS-NOME-PEDIDOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDIDOS-STATUS.
           COPY "PONTO-SELECT.cpy".
           COPY "EMPREGADOS-SELECT.cpy".
           COPY "GORJETAS-SELECT.cpy".
           COPY "PERIODOS-FOLHA-SELECT.cpy".
           SELECT RELATORIO-GORJETAS ASSIGN TO
               "RELATORIO-GORJETAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "ERRO-LOG-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "AUTORIZA-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "PEDIDOS-FD.cpy".
           COPY "PONTO-FD.cpy".
           COPY "EMPREGADOS-FD.cpy".
           COPY "GORJETAS-FD.cpy".
           COPY "PERIODOS-FOLHA-FD.cpy".

       FD  RELATORIO-GORJETAS.
       01  REL-LINHA             PIC X(80).

       COPY "ERRO-LOG-FD.cpy".

       COPY "OPERADOR-SESSAO-FD.cpy".

       COPY "AUTORIZA-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "PONTO-WS.cpy".
       COPY "GORJETAS-WS.cpy".
       COPY "PERIODOS-FOLHA-WS.cpy".
       COPY "ERRO-LOG-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       COPY "AUTORIZA-WS.cpy".
       77 WS-PEDIDOS-STATUS      PIC XX VALUES SPACES.
       77 WS-EMPREGADOS-STATUS   PIC XX VALUES SPACES.
       77 WS-NOME-PEDIDOS        PIC X(20) VALUES SPACES.
       77 WS-DEPARTAMENTO        PIC X(10) VALUES "PIZZARIA".
       77 WS-CONFIRMA            PIC X(01) VALUES SPACES.
       01 WS-HOJE                PIC 9(08) VALUES 0.
       01 WS-HOJE-R REDEFINES WS-HOJE.
           05 WS-HJ-ANO           PIC 9(04).
           05 WS-HJ-MES           PIC 9(02).
           05 WS-HJ-DIA           PIC 9(02).
       01 WS-PERIODO             PIC 9(06) VALUES 0.
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PER-ANO          PIC 9(04).
           05 WS-PER-MES          PIC 9(02).
       01 WS-DATA-TRAB.
           05 WS-DT-ANO           PIC 9(04).
           05 WS-DT-MES           PIC 9(02).
       01 WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB PIC 9(06).
      * Fundo do mes
       77 WS-FUNDO               PIC 9(07)V99 VALUES 0.
       77 WS-PEDIDOS-GORJETA     PIC 9(05) VALUES 0.
       77 WS-REPARTIDO           PIC 9(07)V99 VALUES 0.
       77 WS-TOTAL-HORAS         PIC 9(06)V99 VALUES 0.
       77 WS-ULTIMO-COM-HORAS    PIC 9(03) VALUES 0.
       77 WS-JA-REPARTIDO        PIC X(01) VALUES "N".
       77 WS-NUM-MANTER          PIC 9(03) VALUES 0.
       77 WS-NUM-PARTES          PIC 9(03) VALUES 0.
      * Equipa da pizzaria com as horas do mes e a parte de cada um
       77 WS-NUM-EQUIPA          PIC 9(03) VALUES 0.
       77 IDX-EQP                PIC 9(03) VALUES 0.
       01 TABELA-EQUIPA.
           05 EQP-ITEM OCCURS 200 TIMES.
               10 EQP-NOME          PIC X(30).
               10 EQP-HORAS         PIC 9(04)V99.
               10 EQP-VALOR         PIC 9(06)V99.
       77 IDX-PAG                PIC 9(01) VALUES 0.
       77 WS-FORMAT-VALOR        PIC ZZZZZZ9.99.
       77 WS-FORMAT-HORAS        PIC ZZZ9.99.
       77 WS-FORMAT-QTD          PIC ZZZZ9.
       01 WS-LINHA-MAPA.
           05 WS-LM-NOME          PIC X(30).
           05 FILLER              PIC X(02) VALUES SPACES.
           05 WS-LM-HORAS         PIC ZZZ9.99.
           05 FILLER              PIC X(04) VALUES SPACES.
           05 WS-LM-VALOR         PIC ZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-GORJETAS.
           PERFORM LER-OPERADOR-SESSAO.
           MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR.
      * As partes do fundo entram na folha de salarios: repartir
      * exige o mesmo perfil que processar a folha.
           PERFORM CARREGAR-AUTORIZACOES.
           MOVE "FOLHA" TO WS-AUT-FUNCAO.
           PERFORM VERIFICAR-AUTORIZACAO
               THRU FIM-VERIFICAR-AUTORIZACAO.
           IF (WS-AUT-OK NOT = "S") THEN
               STOP RUN
           END-IF.
           DISPLAY "=== FUNDO DE GORJETAS - PIZZARIA DO RAMALHO ===".
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
       LER-PERIODO.
           DISPLAY "PERIODO AAAAMM (ENTER=MES ANTERIOR): "
               WITH NO ADVANCING.
           ACCEPT WS-PERIODO.
           IF (WS-PERIODO = 0) THEN
               MOVE WS-HJ-ANO TO WS-PER-ANO
               MOVE WS-HJ-MES TO WS-PER-MES
               IF (WS-PER-MES = 1) THEN
                   MOVE 12 TO WS-PER-MES
                   SUBTRACT 1 FROM WS-PER-ANO
               ELSE
                   SUBTRACT 1 FROM WS-PER-MES
               END-IF
           END-IF.
           IF (WS-PER-MES < 1) OR (WS-PER-MES > 12) THEN
               DISPLAY "PERIODO INVALIDO!"
               GO LER-PERIODO
           END-IF.
      * Um periodo ja fechado na folha nao volta a ser repartido - as
      * partes ja foram pagas nos recibos.
           MOVE WS-PERIODO TO WS-PERIODO-VERIFICA.
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF (WS-PERIODO-FECHADO = "S") THEN
               DISPLAY "PERIODO " WS-PERIODO " FECHADO NA FOLHA - "
                   "REPARTICAO RECUSADA."
               GO FIM-GORJETAS
           END-IF.
           PERFORM CARREGAR-GORJETAS.
           IF (WS-GRJ-TRUNCADA = "S") THEN
               DISPLAY "GORJETAS.DAT EXCEDE 500 REGISTOS - CONFIRA"
                   " O FICHEIRO ANTES DE REPARTIR."
               GO FIM-GORJETAS
           END-IF.
           MOVE "N" TO WS-JA-REPARTIDO.
           PERFORM VARYING IDX-GRJ FROM 1 BY 1
               UNTIL IDX-GRJ > WS-NUM-GORJETAS
               IF (GRJ-T-PERIODO(IDX-GRJ) = WS-PERIODO) THEN
                   MOVE "S" TO WS-JA-REPARTIDO
               END-IF
           END-PERFORM.
           IF (WS-JA-REPARTIDO = "S") THEN
               DISPLAY "O PERIODO " WS-PERIODO " JA FOI REPARTIDO. "
                   "REPETIR A REPARTICAO (S/N)? " WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
               IF (WS-CONFIRMA NOT = "S") THEN
                   GO FIM-GORJETAS
               END-IF
           END-IF.
           PERFORM SOMAR-FUNDO.
           IF (WS-FUNDO = 0) THEN
               DISPLAY "NAO HA GORJETAS REGISTADAS NO PERIODO "
                   WS-PERIODO "."
               GO FIM-GORJETAS
           END-IF.
           PERFORM CARREGAR-EQUIPA.
           PERFORM CARREGAR-PONTO.
           PERFORM APURAR-HORAS-EQUIPA.
           IF (WS-TOTAL-HORAS = 0) THEN
               DISPLAY "SEM HORAS DE PONTO DA PIZZARIA NO PERIODO - "
                   "FUNDO NAO REPARTIDO."
               MOVE "T04-GORJETAS" TO WS-ERRO-PROGRAMA
               MOVE "FUNDO DE GORJETAS SEM HORAS DE PONTO"
                   TO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               GO FIM-GORJETAS
           END-IF.
           PERFORM REPARTIR-FUNDO.
           PERFORM SUBSTITUIR-PERIODO THRU FIM-SUBSTITUIR-PERIODO.
           PERFORM IMPRIMIR-MAPA.
           DISPLAY "MAPA GRAVADO EM RELATORIO-GORJETAS.TXT".
           GO FIM-GORJETAS.

      * Gorjetas dos pedidos pagos no mes, no ficheiro corrente e no
      * arquivo do ano (se o mes ja tiver passado ao arquivo).
       SOMAR-FUNDO.
           MOVE 0 TO WS-FUNDO.
           MOVE 0 TO WS-PEDIDOS-GORJETA.
           MOVE "PEDIDOS.DAT" TO WS-NOME-PEDIDOS.
           PERFORM LER-FICHEIRO-PEDIDOS.
           MOVE SPACES TO WS-NOME-PEDIDOS.
           STRING "PEDIDOS-ARQ-" WS-PER-ANO ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-PEDIDOS.
           PERFORM LER-FICHEIRO-PEDIDOS.

       LER-FICHEIRO-PEDIDOS.
           MOVE SPACES TO WS-PEDIDOS-STATUS.
           OPEN INPUT FICHEIRO-PEDIDOS.
           IF (WS-PEDIDOS-STATUS = "00") THEN
               PERFORM UNTIL WS-PEDIDOS-STATUS = "10"
                   READ FICHEIRO-PEDIDOS
                       AT END MOVE "10" TO WS-PEDIDOS-STATUS
                       NOT AT END PERFORM TRATAR-PEDIDO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-PEDIDOS.

       TRATAR-PEDIDO.
           IF (REG-ESTADO = "C") OR (REG-ESTADO = "M") OR
              (REG-DATA(4:2) IS NOT NUMERIC) OR
              (REG-DATA(7:4) IS NOT NUMERIC) OR
              (REG-NUM-PAGAMENTOS IS NOT NUMERIC) THEN
               CONTINUE
           ELSE
               MOVE REG-DATA(7:4) TO WS-DT-ANO
               MOVE REG-DATA(4:2) TO WS-DT-MES
               IF (WS-DATA-TRAB-R = WS-PERIODO) THEN
                   PERFORM SOMAR-GORJETAS-PEDIDO
               END-IF
           END-IF.

       SOMAR-GORJETAS-PEDIDO.
           PERFORM VARYING IDX-PAG FROM 1 BY 1
               UNTIL IDX-PAG > REG-NUM-PAGAMENTOS OR IDX-PAG > 3
               IF (REG-GORJETA(IDX-PAG) IS NUMERIC) AND
                  (REG-GORJETA(IDX-PAG) > 0) THEN
                   ADD REG-GORJETA(IDX-PAG) TO WS-FUNDO
                   IF (IDX-PAG = 1) THEN
                       ADD 1 TO WS-PEDIDOS-GORJETA
                   END-IF
               END-IF
           END-PERFORM.

       CARREGAR-EQUIPA.
           MOVE 0 TO WS-NUM-EQUIPA.
           MOVE SPACES TO WS-EMPREGADOS-STATUS.
           OPEN INPUT FICHEIRO-EMPREGADOS.
           IF (WS-EMPREGADOS-STATUS = "00") THEN
               PERFORM UNTIL WS-EMPREGADOS-STATUS = "10"
                   READ FICHEIRO-EMPREGADOS NEXT
                       AT END MOVE "10" TO WS-EMPREGADOS-STATUS
                       NOT AT END
                           IF (EMP-DEPARTAMENTO = WS-DEPARTAMENTO) AND
                              (WS-NUM-EQUIPA < 200) THEN
                               ADD 1 TO WS-NUM-EQUIPA
                               MOVE EMP-NOME TO EQP-NOME(WS-NUM-EQUIPA)
                               MOVE 0 TO EQP-HORAS(WS-NUM-EQUIPA)
                               MOVE 0 TO EQP-VALOR(WS-NUM-EQUIPA)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-EMPREGADOS.

      * Horas de ponto de cada elemento da equipa no periodo, contadas
      * como na folha (CALCULAR-HORAS-DIA).
       APURAR-HORAS-EQUIPA.
           MOVE 0 TO WS-TOTAL-HORAS.
           MOVE 0 TO WS-ULTIMO-COM-HORAS.
           PERFORM VARYING IDX-EQP FROM 1 BY 1
               UNTIL IDX-EQP > WS-NUM-EQUIPA
               PERFORM VARYING IDX-PNT FROM 1 BY 1
                   UNTIL IDX-PNT > WS-NUM-PONTOS-DIA
                   DIVIDE PNT-T-DATA(IDX-PNT) BY 100
                       GIVING WS-PNT-PERIODO-REG
                   IF (PNT-T-NOME(IDX-PNT) = EQP-NOME(IDX-EQP)) AND
                      (WS-PNT-PERIODO-REG = WS-PERIODO) THEN
                       PERFORM CALCULAR-HORAS-DIA
                       ADD WS-PNT-HORAS-DIA TO EQP-HORAS(IDX-EQP)
                   END-IF
               END-PERFORM
               IF (EQP-HORAS(IDX-EQP) > 0) THEN
                   ADD EQP-HORAS(IDX-EQP) TO WS-TOTAL-HORAS
                   MOVE IDX-EQP TO WS-ULTIMO-COM-HORAS
               END-IF
           END-PERFORM.

      * Cada parte e truncada ao centimo; os centimos que sobram vao
      * para o ultimo da lista com horas, para o fundo sair inteiro.
       REPARTIR-FUNDO.
           MOVE 0 TO WS-REPARTIDO.
           PERFORM VARYING IDX-EQP FROM 1 BY 1
               UNTIL IDX-EQP > WS-NUM-EQUIPA
               IF (EQP-HORAS(IDX-EQP) > 0) THEN
                   COMPUTE EQP-VALOR(IDX-EQP) =
                       WS-FUNDO * EQP-HORAS(IDX-EQP) / WS-TOTAL-HORAS
                   ADD EQP-VALOR(IDX-EQP) TO WS-REPARTIDO
               END-IF
           END-PERFORM.
           COMPUTE EQP-VALOR(WS-ULTIMO-COM-HORAS) =
               EQP-VALOR(WS-ULTIMO-COM-HORAS) +
               WS-FUNDO - WS-REPARTIDO.

      * As partes antigas do periodo saem da tabela e entram as novas;
      * os outros periodos ficam como estavam.
       SUBSTITUIR-PERIODO.
           MOVE 0 TO WS-NUM-MANTER.
           PERFORM VARYING IDX-GRJ FROM 1 BY 1
               UNTIL IDX-GRJ > WS-NUM-GORJETAS
               IF (GRJ-T-PERIODO(IDX-GRJ) NOT = WS-PERIODO) THEN
                   ADD 1 TO WS-NUM-MANTER
                   MOVE GRJ-ITEM(IDX-GRJ) TO GRJ-ITEM(WS-NUM-MANTER)
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-NUM-PARTES.
           PERFORM VARYING IDX-EQP FROM 1 BY 1
               UNTIL IDX-EQP > WS-NUM-EQUIPA
               IF (EQP-VALOR(IDX-EQP) > 0) THEN
                   ADD 1 TO WS-NUM-PARTES
               END-IF
           END-PERFORM.
           IF (WS-NUM-MANTER + WS-NUM-PARTES > 500) THEN
               DISPLAY "GORJETAS.DAT SEM ESPACO PARA AS "
                   WS-NUM-PARTES " PARTES DO PERIODO - ARQUIVE OS "
                   "PERIODOS ANTIGOS."
               MOVE "T04-GORJETAS" TO WS-ERRO-PROGRAMA
               MOVE "GORJETAS.DAT CHEIO - PARTES NAO GRAVADAS"
                   TO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               GO FIM-GORJETAS
           END-IF.
           MOVE WS-NUM-MANTER TO WS-NUM-GORJETAS.
           PERFORM VARYING IDX-EQP FROM 1 BY 1
               UNTIL IDX-EQP > WS-NUM-EQUIPA
               IF (EQP-VALOR(IDX-EQP) > 0) THEN
                   ADD 1 TO WS-NUM-GORJETAS
                   MOVE WS-PERIODO TO GRJ-T-PERIODO(WS-NUM-GORJETAS)
                   MOVE EQP-NOME(IDX-EQP)
                       TO GRJ-T-NOME(WS-NUM-GORJETAS)
                   MOVE EQP-HORAS(IDX-EQP)
                       TO GRJ-T-HORAS(WS-NUM-GORJETAS)
                   MOVE EQP-VALOR(IDX-EQP)
                       TO GRJ-T-VALOR(WS-NUM-GORJETAS)
                   MOVE WS-HOJE TO GRJ-T-DATA(WS-NUM-GORJETAS)
                   MOVE WS-OPERADOR-ATUAL
                       TO GRJ-T-OPERADOR(WS-NUM-GORJETAS)
               END-IF
           END-PERFORM.
           PERFORM GRAVAR-GORJETAS.
       FIM-SUBSTITUIR-PERIODO.
           EXIT.

       IMPRIMIR-MAPA.
           OPEN OUTPUT RELATORIO-GORJETAS.
           MOVE SPACES TO REL-LINHA.
           STRING "FUNDO DE GORJETAS - PIZZARIA - PERIODO " WS-PERIODO
               DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE WS-FUNDO TO WS-FORMAT-VALOR.
           MOVE WS-PEDIDOS-GORJETA TO WS-FORMAT-QTD.
           MOVE SPACES TO REL-LINHA.
           STRING "FUNDO DO MES: " WS-FORMAT-VALOR
               "   PEDIDOS COM GORJETA: " WS-FORMAT-QTD
               DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE ALL "=" TO REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "EMPREGADO                          HORAS       PARTE"
               TO REL-LINHA.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING IDX-EQP FROM 1 BY 1
               UNTIL IDX-EQP > WS-NUM-EQUIPA
               IF (EQP-HORAS(IDX-EQP) > 0) THEN
                   MOVE EQP-NOME(IDX-EQP) TO WS-LM-NOME
                   MOVE EQP-HORAS(IDX-EQP) TO WS-LM-HORAS
                   MOVE EQP-VALOR(IDX-EQP) TO WS-LM-VALOR
                   MOVE WS-LINHA-MAPA TO REL-LINHA
                   PERFORM ESCREVER-LINHA
               END-IF
           END-PERFORM.
           MOVE ALL "=" TO REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "TOTAL" TO WS-LM-NOME.
           MOVE WS-TOTAL-HORAS TO WS-LM-HORAS.
           MOVE WS-FUNDO TO WS-LM-VALOR.
           MOVE WS-LINHA-MAPA TO REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "AS PARTES SAO PAGAS NO RECIBO DE VENCIMENTO DO PERIODO"
               TO REL-LINHA.
           PERFORM ESCREVER-LINHA.
           CLOSE RELATORIO-GORJETAS.

       ESCREVER-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.

       FIM-GORJETAS.
           STOP RUN.

       COPY "PONTO-PROC.cpy".

       COPY "GORJETAS-PROC.cpy".

       COPY "PERIODOS-FOLHA-PROC.cpy".

       COPY "ERRO-LOG-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       COPY "AUTORIZA-PROC.cpy".

       END PROGRAM T04-GORJETAS.
