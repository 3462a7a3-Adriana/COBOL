      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio de excecoes por operador, diario ou mensal,
      *          para o dono rever o que cada operador fez: pedidos
      *          anulados em T04-ANULAR, cupoes e descontos de pessoal
      *          aplicados no T04, remakes imputados a quem registou o
      *          pedido (REMAKES.DAT), excecoes a clientes bloqueados e
      *          a limites de credito na abertura de contratos,
      *          diferencas de caixa no T04-FECHO e alteracoes a fichas
      *          de empregados (AUDIT-RH.DAT). As ocorrencias vem de
      *          OCORRENCIAS.DAT. Por operador mostra quantidades e
      *          valores ao lado da media dos operadores com atividade
      *          no periodo e assinala quem esta muito acima dela.
      *          Grava EXCECOES-OPERADOR.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCECOES-OPERADOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OCORRENCIAS-SELECT.cpy".
           COPY "PEDIDOS-SELECT.cpy".
           COPY "PRECOS-SELECT.cpy".
           COPY "AUTORIZA-SELECT.cpy".
           SELECT FICHEIRO-REMAKES ASSIGN TO "REMAKES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMAKES-STATUS.
           SELECT FICHEIRO-AUDIT ASSIGN TO "AUDIT-RH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RELATORIO-EXCECOES
               ASSIGN TO "EXCECOES-OPERADOR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "OCORRENCIAS-FD.cpy".
           COPY "PEDIDOS-FD.cpy".
           COPY "PRECOS-FD.cpy".
           COPY "AUTORIZA-FD.cpy".

       FD  FICHEIRO-REMAKES.
       01  REG-REMAKE.
           05 RMK-DATA            PIC 9(08).
           05 RMK-NUM-PEDIDO      PIC 9(04).
           05 RMK-TIPO-PIZZA      PIC 9(01).
           05 RMK-MOTIVO          PIC X(01).
           05 RMK-OPERADOR        PIC X(04).
           05 RMK-OPERADOR-ORIG   PIC X(04).

       FD  FICHEIRO-AUDIT.
       01  REG-AUDIT.
           05 AUD-DATA            PIC 9(08).
           05 AUD-NOME            PIC X(30).
           05 AUD-CAMPO           PIC X(12).
           05 AUD-OPERADOR        PIC X(04).
           05 AUD-ANTES           PIC X(25).
           05 AUD-DEPOIS          PIC X(25).

       FD  RELATORIO-EXCECOES.
       01  RELATORIO-LINHA        PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "OCORRENCIAS-WS.cpy".
       77 WS-PEDIDOS-STATUS      PIC XX VALUES SPACES.
       COPY "PRECOS-WS.cpy".
       COPY "AUTORIZA-WS.cpy".
       77 WS-REMAKES-STATUS      PIC XX VALUES SPACES.
       77 WS-AUDIT-STATUS        PIC XX VALUES SPACES.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-TIPO-RELATORIO      PIC X(01) VALUES SPACES.
           88 RELATORIO-DIARIO   VALUES "D".
           88 RELATORIO-MENSAL   VALUES "M".
       77 WS-DATA-PEDIDA         PIC 9(08) VALUES 0.
       77 WS-PERIODO-PEDIDO      PIC 9(06) VALUES 0.
       77 WS-DATA-INI            PIC 9(08) VALUES 0.
       77 WS-DATA-FIM            PIC 9(08) VALUES 0.
      * Um operador e "muito acima da media" numa categoria quando
      * tem pelo menos WS-MINIMO-ALERTA casos e a quantidade ou o
      * valor passa WS-FATOR-ALERTA vezes a media dos operadores.
       77 WS-FATOR-ALERTA        PIC 9V99 VALUES 2.00.
       77 WS-MINIMO-ALERTA       PIC 9(02) VALUES 3.
      * Categorias: 1 anulacoes, 2 cupoes, 3 descontos de pessoal,
      * 4 remakes, 5 excecoes na abertura de contratos, 6 diferencas
      * de caixa, 7 alteracoes a fichas de empregados.
       01 TABELA-CATEGORIAS.
           05 FILLER PIC X(24) VALUES "PEDIDOS ANULADOS".
           05 FILLER PIC X(24) VALUES "CUPOES / CODIGOS PROMO".
           05 FILLER PIC X(24) VALUES "DESCONTOS DE PESSOAL".
           05 FILLER PIC X(24) VALUES "REMAKES IMPUTADOS".
           05 FILLER PIC X(24) VALUES "EXCECOES EM CONTRATOS".
           05 FILLER PIC X(24) VALUES "DIFERENCAS DE CAIXA".
           05 FILLER PIC X(24) VALUES "ALTERACOES FICHAS RH".
       01 TABELA-CATEGORIAS-R REDEFINES TABELA-CATEGORIAS.
           05 CAT-NOME OCCURS 7 TIMES PIC X(24).
       77 IDX-CAT                PIC 9(01) VALUES 0.
       77 WS-CATEGORIA           PIC 9(01) VALUES 0.
       77 WS-NUM-OPERADORES      PIC 9(02) VALUES 0.
       77 IDX-OPX                PIC 9(02) VALUES 0.
       77 WS-OPX-ACHADO          PIC 9(02) VALUES 0.
       77 WS-OPERADOR-PESQ       PIC X(04) VALUES SPACES.
       01 TABELA-OPERADORES.
           05 OPX-ITEM OCCURS 50 TIMES.
               10 OPX-CODIGO      PIC X(04).
               10 OPX-NOME        PIC X(20).
               10 OPX-PEDIDOS     PIC 9(05).
               10 OPX-QTD OCCURS 7 TIMES PIC 9(05).
               10 OPX-VALOR OCCURS 7 TIMES PIC 9(09)V99.
               10 OPX-ALERTAS     PIC 9(01).
       77 WS-OPERADORES-CHEIO    PIC A VALUES "N".
       01 TABELA-TOTAIS.
           05 TOT-QTD OCCURS 7 TIMES PIC 9(07).
           05 TOT-VALOR OCCURS 7 TIMES PIC 9(09)V99.
           05 MED-QTD OCCURS 7 TIMES PIC 9(05)V99.
           05 MED-VALOR OCCURS 7 TIMES PIC 9(09)V99.
       77 WS-NUM-ATIVOS          PIC 9(02) VALUES 0.
       77 WS-NUM-ASSINALADOS     PIC 9(02) VALUES 0.
       77 WS-TOTAL-PEDIDOS       PIC 9(07) VALUES 0.
      * Fecho de caixa: se o mesmo dia for fechado mais de uma vez,
      * vale o ultimo registo (como no deposito).
       77 WS-NUM-CAIXAS          PIC 9(02) VALUES 0.
       77 IDX-CXA                PIC 9(02) VALUES 0.
       77 WS-CXA-ACHADO          PIC 9(02) VALUES 0.
       01 TABELA-CAIXAS.
           05 CXA-ITEM OCCURS 31 TIMES.
               10 CXA-DATA        PIC 9(08).
               10 CXA-OPERADOR    PIC X(04).
               10 CXA-SINAL       PIC X(01).
               10 CXA-VALOR       PIC 9(07)V99.
       77 WS-DATA-CAIXA          PIC 9(08) VALUES 0.
       01 WS-DATA-PEDIDO.
           05 WS-DPE-DIA         PIC 9(02).
           05 FILLER             PIC X(01).
           05 WS-DPE-MES         PIC 9(02).
           05 FILLER             PIC X(01).
           05 WS-DPE-ANO         PIC 9(04).
       77 WS-DATA-PEDIDO-N       PIC 9(08) VALUES 0.
       77 WS-VALOR-REMAKE        PIC 9(03)V99 VALUES 0.
       77 WS-LIMITE-QTD          PIC 9(07)V99 VALUES 0.
       77 WS-LIMITE-VALOR        PIC 9(11)V99 VALUES 0.
       77 WS-MARCA               PIC X(04) VALUES SPACES.
       77 WS-FORMAT-QTD          PIC Z(4)9.
       77 WS-FORMAT-VALOR        PIC Z(7)9.99.
       77 WS-FORMAT-MED-QTD      PIC Z(4)9.99.
       77 WS-FORMAT-MED-VALOR    PIC Z(7)9.99.
       77 WS-FORMAT-SINAL        PIC -(7)9.99.
       77 WS-FORMAT-PED          PIC Z(6)9.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "=== RELATORIO DE EXCECOES POR OPERADOR ===".
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
       LER-TIPO.
           DISPLAY "(D)IARIO OU (M)ENSAL: " WITH NO ADVANCING.
           ACCEPT WS-TIPO-RELATORIO.
           MOVE FUNCTION UPPER-CASE(WS-TIPO-RELATORIO)
               TO WS-TIPO-RELATORIO.
           IF (NOT RELATORIO-DIARIO) AND (NOT RELATORIO-MENSAL) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO LER-TIPO
           END-IF.
           IF (RELATORIO-DIARIO) THEN
               DISPLAY "DIA AAAAMMDD (ENTER=HOJE): " WITH NO ADVANCING
               ACCEPT WS-DATA-PEDIDA
               IF (WS-DATA-PEDIDA = 0) THEN
                   MOVE WS-HOJE TO WS-DATA-PEDIDA
               END-IF
               MOVE WS-DATA-PEDIDA TO WS-DATA-INI
               MOVE WS-DATA-PEDIDA TO WS-DATA-FIM
           ELSE
               DISPLAY "MES AAAAMM (ENTER=MES CORRENTE): "
                   WITH NO ADVANCING
               ACCEPT WS-PERIODO-PEDIDO
               IF (WS-PERIODO-PEDIDO = 0) THEN
                   COMPUTE WS-PERIODO-PEDIDO = WS-HOJE / 100
               END-IF
               COMPUTE WS-DATA-INI = (WS-PERIODO-PEDIDO * 100) + 1
               COMPUTE WS-DATA-FIM = (WS-PERIODO-PEDIDO * 100) + 31
           END-IF.
           INITIALIZE TABELA-OPERADORES.
           INITIALIZE TABELA-TOTAIS.
           PERFORM CARREGAR-PRECOS.
           PERFORM CARREGAR-OPERADORES.
           PERFORM CONTAR-PEDIDOS.
           PERFORM LER-OCORRENCIAS.
           PERFORM LANCAR-CAIXAS.
           PERFORM LER-REMAKES.
           PERFORM LER-AUDITORIA-RH.
           PERFORM CALCULAR-MEDIAS.
           PERFORM ESCREVER-RELATORIO.
           DISPLAY "OPERADORES COM ATIVIDADE: " WS-NUM-ATIVOS.
           IF (WS-NUM-ASSINALADOS > 0) THEN
               DISPLAY "*** OPERADORES ASSINALADOS PARA REVISAO: "
                   WS-NUM-ASSINALADOS " ***"
           ELSE
               DISPLAY "NENHUM OPERADOR MUITO ACIMA DA MEDIA."
           END-IF.
           IF (WS-OPERADORES-CHEIO = "S") THEN
               DISPLAY "AVISO: MAIS DE 50 OPERADORES - OS RESTANTES"
                   " NAO FORAM CONTADOS."
           END-IF.
           DISPLAY "RELATORIO GRAVADO EM EXCECOES-OPERADOR.TXT".
           STOP RUN.

      ******************************************************************
      * Recolha
      ******************************************************************
      * Os operadores conhecidos entram todos na tabela com o nome;
      * codigos que ja nao existem em OPERADORES.DAT entram quando
      * aparecem, sem nome.
       CARREGAR-OPERADORES.
           MOVE SPACES TO WS-OPER-AUT-STATUS.
           OPEN INPUT FICHEIRO-OPERADORES-AUT.
           IF (WS-OPER-AUT-STATUS = "00") THEN
               PERFORM UNTIL WS-OPER-AUT-STATUS = "10"
                   READ FICHEIRO-OPERADORES-AUT
                       AT END MOVE "10" TO WS-OPER-AUT-STATUS
                       NOT AT END
                           MOVE OAU-CODIGO TO WS-OPERADOR-PESQ
                           PERFORM PROCURAR-OPERADOR
                           IF (WS-OPX-ACHADO > 0) THEN
                               MOVE OAU-NOME TO OPX-NOME(WS-OPX-ACHADO)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-OPERADORES-AUT.

       PROCURAR-OPERADOR.
           MOVE 0 TO WS-OPX-ACHADO.
           IF (WS-OPERADOR-PESQ = SPACES) OR
              (WS-OPERADOR-PESQ = LOW-VALUES) THEN
               MOVE "????" TO WS-OPERADOR-PESQ
           END-IF.
           PERFORM VARYING IDX-OPX FROM 1 BY 1
               UNTIL IDX-OPX > WS-NUM-OPERADORES
               IF (OPX-CODIGO(IDX-OPX) = WS-OPERADOR-PESQ) THEN
                   MOVE IDX-OPX TO WS-OPX-ACHADO
               END-IF
           END-PERFORM.
           IF (WS-OPX-ACHADO = 0) THEN
               IF (WS-NUM-OPERADORES < 50) THEN
                   ADD 1 TO WS-NUM-OPERADORES
                   MOVE WS-NUM-OPERADORES TO WS-OPX-ACHADO
                   MOVE WS-OPERADOR-PESQ TO OPX-CODIGO(WS-OPX-ACHADO)
                   MOVE SPACES TO OPX-NOME(WS-OPX-ACHADO)
               ELSE
                   MOVE "S" TO WS-OPERADORES-CHEIO
               END-IF
           END-IF.

      * Pedidos registados por cada operador no periodo (anulados
      * incluidos), para situar as excecoes no volume de trabalho.
       CONTAR-PEDIDOS.
           MOVE SPACES TO WS-PEDIDOS-STATUS.
           OPEN INPUT FICHEIRO-PEDIDOS.
           IF (WS-PEDIDOS-STATUS = "00") THEN
               PERFORM UNTIL WS-PEDIDOS-STATUS = "10"
                   READ FICHEIRO-PEDIDOS
                       AT END MOVE "10" TO WS-PEDIDOS-STATUS
                       NOT AT END PERFORM CONTAR-PEDIDO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-PEDIDOS.

       CONTAR-PEDIDO.
           MOVE REG-DATA TO WS-DATA-PEDIDO.
           IF (WS-DPE-ANO IS NUMERIC) AND (WS-DPE-MES IS NUMERIC) AND
              (WS-DPE-DIA IS NUMERIC) THEN
               COMPUTE WS-DATA-PEDIDO-N = (WS-DPE-ANO * 10000) +
                   (WS-DPE-MES * 100) + WS-DPE-DIA
               IF (WS-DATA-PEDIDO-N >= WS-DATA-INI) AND
                  (WS-DATA-PEDIDO-N <= WS-DATA-FIM) AND
                  (REG-ORIGEM NOT = "P") THEN
                   MOVE REG-OPERADOR TO WS-OPERADOR-PESQ
                   PERFORM PROCURAR-OPERADOR
                   IF (WS-OPX-ACHADO > 0) THEN
                       ADD 1 TO OPX-PEDIDOS(WS-OPX-ACHADO)
                       ADD 1 TO WS-TOTAL-PEDIDOS
                   END-IF
               END-IF
           END-IF.

       LER-OCORRENCIAS.
           MOVE SPACES TO WS-OCORRENCIAS-STATUS.
           OPEN INPUT FICHEIRO-OCORRENCIAS.
           IF (WS-OCORRENCIAS-STATUS = "00") THEN
               PERFORM UNTIL WS-OCORRENCIAS-STATUS = "10"
                   READ FICHEIRO-OCORRENCIAS
                       AT END MOVE "10" TO WS-OCORRENCIAS-STATUS
                       NOT AT END PERFORM LANCAR-OCORRENCIA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-OCORRENCIAS.

      * A diferenca de caixa conta no dia fechado (a referencia), nao
      * no dia em que o fecho foi corrido; guarda-se o ultimo fecho de
      * cada dia e so no fim se lanca.
       LANCAR-OCORRENCIA.
           IF (OCO-TIPO = "CX") THEN
               IF (OCO-REFERENCIA(1:8) IS NUMERIC) THEN
                   MOVE OCO-REFERENCIA(1:8) TO WS-DATA-CAIXA
                   IF (WS-DATA-CAIXA >= WS-DATA-INI) AND
                      (WS-DATA-CAIXA <= WS-DATA-FIM) THEN
                       PERFORM GUARDAR-CAIXA
                   END-IF
               END-IF
           ELSE
               IF (OCO-DATA >= WS-DATA-INI) AND
                  (OCO-DATA <= WS-DATA-FIM) THEN
                   EVALUATE OCO-TIPO
                       WHEN "AN" MOVE 1 TO WS-CATEGORIA
                       WHEN "CU" MOVE 2 TO WS-CATEGORIA
                       WHEN "DP" MOVE 3 TO WS-CATEGORIA
                       WHEN "EB" MOVE 5 TO WS-CATEGORIA
                       WHEN "EL" MOVE 5 TO WS-CATEGORIA
                       WHEN OTHER MOVE 0 TO WS-CATEGORIA
                   END-EVALUATE
                   IF (WS-CATEGORIA > 0) THEN
                       MOVE OCO-OPERADOR TO WS-OPERADOR-PESQ
                       PERFORM PROCURAR-OPERADOR
                       IF (WS-OPX-ACHADO > 0) THEN
                           ADD 1 TO OPX-QTD(WS-OPX-ACHADO,
                               WS-CATEGORIA)
                           ADD OCO-VALOR TO OPX-VALOR(WS-OPX-ACHADO,
                               WS-CATEGORIA)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       GUARDAR-CAIXA.
           MOVE 0 TO WS-CXA-ACHADO.
           PERFORM VARYING IDX-CXA FROM 1 BY 1
               UNTIL IDX-CXA > WS-NUM-CAIXAS
               IF (CXA-DATA(IDX-CXA) = WS-DATA-CAIXA) THEN
                   MOVE IDX-CXA TO WS-CXA-ACHADO
               END-IF
           END-PERFORM.
           IF (WS-CXA-ACHADO = 0) AND (WS-NUM-CAIXAS < 31) THEN
               ADD 1 TO WS-NUM-CAIXAS
               MOVE WS-NUM-CAIXAS TO WS-CXA-ACHADO
           END-IF.
           IF (WS-CXA-ACHADO > 0) THEN
               MOVE WS-DATA-CAIXA TO CXA-DATA(WS-CXA-ACHADO)
               MOVE OCO-OPERADOR TO CXA-OPERADOR(WS-CXA-ACHADO)
               MOVE OCO-SINAL TO CXA-SINAL(WS-CXA-ACHADO)
               MOVE OCO-VALOR TO CXA-VALOR(WS-CXA-ACHADO)
           END-IF.

      * Sobras e faltas somam-se em valor absoluto: uma sobra tambem
      * e uma caixa que nao confere.
       LANCAR-CAIXAS.
           PERFORM VARYING IDX-CXA FROM 1 BY 1
               UNTIL IDX-CXA > WS-NUM-CAIXAS
               IF (CXA-VALOR(IDX-CXA) > 0) THEN
                   MOVE CXA-OPERADOR(IDX-CXA) TO WS-OPERADOR-PESQ
                   PERFORM PROCURAR-OPERADOR
                   IF (WS-OPX-ACHADO > 0) THEN
                       ADD 1 TO OPX-QTD(WS-OPX-ACHADO, 6)
                       ADD CXA-VALOR(IDX-CXA)
                           TO OPX-VALOR(WS-OPX-ACHADO, 6)
                   END-IF
               END-IF
           END-PERFORM.

      * O remake e imputado a quem registou o pedido original; vale
      * o preco atual da pizza do mesmo tamanho.
       LER-REMAKES.
           MOVE SPACES TO WS-REMAKES-STATUS.
           OPEN INPUT FICHEIRO-REMAKES.
           IF (WS-REMAKES-STATUS = "00") THEN
               PERFORM UNTIL WS-REMAKES-STATUS = "10"
                   READ FICHEIRO-REMAKES
                       AT END MOVE "10" TO WS-REMAKES-STATUS
                       NOT AT END PERFORM LANCAR-REMAKE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-REMAKES.

       LANCAR-REMAKE.
           IF (RMK-DATA >= WS-DATA-INI) AND
              (RMK-DATA <= WS-DATA-FIM) THEN
               MOVE RMK-OPERADOR-ORIG TO WS-OPERADOR-PESQ
               IF (WS-OPERADOR-PESQ = SPACES) THEN
                   MOVE RMK-OPERADOR TO WS-OPERADOR-PESQ
               END-IF
               PERFORM PROCURAR-OPERADOR
               MOVE 0 TO WS-VALOR-REMAKE
               IF (RMK-TIPO-PIZZA >= 1) AND (RMK-TIPO-PIZZA <= 4) THEN
                   MOVE PRECO-PIZZA(RMK-TIPO-PIZZA) TO WS-VALOR-REMAKE
               END-IF
               IF (WS-OPX-ACHADO > 0) THEN
                   ADD 1 TO OPX-QTD(WS-OPX-ACHADO, 4)
                   ADD WS-VALOR-REMAKE TO OPX-VALOR(WS-OPX-ACHADO, 4)
               END-IF
           END-IF.

      * Alteracoes a fichas de empregados: so quantidade, por quem as
      * fez.
       LER-AUDITORIA-RH.
           MOVE SPACES TO WS-AUDIT-STATUS.
           OPEN INPUT FICHEIRO-AUDIT.
           IF (WS-AUDIT-STATUS = "00") THEN
               PERFORM UNTIL WS-AUDIT-STATUS = "10"
                   READ FICHEIRO-AUDIT
                       AT END MOVE "10" TO WS-AUDIT-STATUS
                       NOT AT END
                           IF (AUD-DATA >= WS-DATA-INI) AND
                              (AUD-DATA <= WS-DATA-FIM) THEN
                               MOVE AUD-OPERADOR TO WS-OPERADOR-PESQ
                               PERFORM PROCURAR-OPERADOR
                               IF (WS-OPX-ACHADO > 0) THEN
                                   ADD 1 TO OPX-QTD(WS-OPX-ACHADO, 7)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-AUDIT.

      ******************************************************************
      * Medias e alertas
      ******************************************************************
      * A media e sobre os operadores com atividade no periodo
      * (pedidos registados ou alguma ocorrencia); quem nao trabalhou
      * nao a faz baixar.
       CALCULAR-MEDIAS.
           MOVE 0 TO WS-NUM-ATIVOS.
           PERFORM VARYING IDX-OPX FROM 1 BY 1
               UNTIL IDX-OPX > WS-NUM-OPERADORES
               PERFORM SOMAR-OPERADOR
           END-PERFORM.
           IF (WS-NUM-ATIVOS > 0) THEN
               PERFORM VARYING IDX-CAT FROM 1 BY 1 UNTIL IDX-CAT > 7
                   COMPUTE MED-QTD(IDX-CAT) ROUNDED =
                       TOT-QTD(IDX-CAT) / WS-NUM-ATIVOS
                   COMPUTE MED-VALOR(IDX-CAT) ROUNDED =
                       TOT-VALOR(IDX-CAT) / WS-NUM-ATIVOS
               END-PERFORM
           END-IF.
           MOVE 0 TO WS-NUM-ASSINALADOS.
           PERFORM VARYING IDX-OPX FROM 1 BY 1
               UNTIL IDX-OPX > WS-NUM-OPERADORES
               PERFORM AVALIAR-OPERADOR
           END-PERFORM.

       SOMAR-OPERADOR.
           MOVE "N" TO WS-MARCA.
           IF (OPX-PEDIDOS(IDX-OPX) > 0) THEN
               MOVE "S" TO WS-MARCA
           END-IF.
           PERFORM VARYING IDX-CAT FROM 1 BY 1 UNTIL IDX-CAT > 7
               IF (OPX-QTD(IDX-OPX, IDX-CAT) > 0) THEN
                   MOVE "S" TO WS-MARCA
                   ADD OPX-QTD(IDX-OPX, IDX-CAT) TO TOT-QTD(IDX-CAT)
                   ADD OPX-VALOR(IDX-OPX, IDX-CAT)
                       TO TOT-VALOR(IDX-CAT)
               END-IF
           END-PERFORM.
           IF (WS-MARCA = "S") THEN
               ADD 1 TO WS-NUM-ATIVOS
           END-IF.

       AVALIAR-OPERADOR.
           MOVE 0 TO OPX-ALERTAS(IDX-OPX).
           PERFORM VARYING IDX-CAT FROM 1 BY 1 UNTIL IDX-CAT > 7
               PERFORM AVALIAR-CATEGORIA THRU FIM-AVALIAR-CATEGORIA
               IF (WS-MARCA = "***") THEN
                   ADD 1 TO OPX-ALERTAS(IDX-OPX)
               END-IF
           END-PERFORM.
           IF (OPX-ALERTAS(IDX-OPX) > 0) THEN
               ADD 1 TO WS-NUM-ASSINALADOS
           END-IF.

      * Deixa "***" em WS-MARCA se o operador esta muito acima da
      * media na categoria IDX-CAT.
       AVALIAR-CATEGORIA.
           MOVE SPACES TO WS-MARCA.
           IF (OPX-QTD(IDX-OPX, IDX-CAT) < WS-MINIMO-ALERTA) THEN
               GO FIM-AVALIAR-CATEGORIA
           END-IF.
           COMPUTE WS-LIMITE-QTD = MED-QTD(IDX-CAT) * WS-FATOR-ALERTA.
           COMPUTE WS-LIMITE-VALOR =
               MED-VALOR(IDX-CAT) * WS-FATOR-ALERTA.
           IF (OPX-QTD(IDX-OPX, IDX-CAT) > WS-LIMITE-QTD) THEN
               MOVE "***" TO WS-MARCA
           END-IF.
           IF (OPX-VALOR(IDX-OPX, IDX-CAT) > 0) AND
              (OPX-VALOR(IDX-OPX, IDX-CAT) > WS-LIMITE-VALOR) THEN
               MOVE "***" TO WS-MARCA
           END-IF.
       FIM-AVALIAR-CATEGORIA.
           EXIT.

      ******************************************************************
      * Relatorio
      ******************************************************************
       ESCREVER-RELATORIO.
           OPEN OUTPUT RELATORIO-EXCECOES.
           MOVE SPACES TO RELATORIO-LINHA.
           IF (RELATORIO-DIARIO) THEN
               STRING "RELATORIO DIARIO DE EXCECOES POR OPERADOR - "
                   WS-DATA-INI
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           ELSE
               STRING "RELATORIO MENSAL DE EXCECOES POR OPERADOR - "
                   WS-PERIODO-PEDIDO
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-IF.
           WRITE RELATORIO-LINHA.
           MOVE ALL "=" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "EMITIDO EM " WS-HOJE
               "  OPERADORES COM ATIVIDADE: " WS-NUM-ATIVOS
               "  ASSINALADOS: " WS-NUM-ASSINALADOS
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "*** = PELO MENOS " WS-MINIMO-ALERTA
               " CASOS E QUANTIDADE OU VALOR ACIMA DO DOBRO DA MEDIA"
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM ESCREVER-MEDIAS.
           PERFORM VARYING IDX-OPX FROM 1 BY 1
               UNTIL IDX-OPX > WS-NUM-OPERADORES
               PERFORM ESCREVER-OPERADOR THRU FIM-ESCREVER-OPERADOR
           END-PERFORM.
           PERFORM ESCREVER-CAIXAS.
           CLOSE RELATORIO-EXCECOES.

       ESCREVER-MEDIAS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-TOTAL-PEDIDOS TO WS-FORMAT-PED.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TODOS OS OPERADORES - PEDIDOS REGISTADOS: "
               WS-FORMAT-PED
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "  CATEGORIA                  TOTAL QTD  TOTAL VALOR"
               TO RELATORIO-LINHA.
           MOVE "MEDIA QTD  MEDIA VALOR" TO RELATORIO-LINHA(56:22).
           WRITE RELATORIO-LINHA.
           PERFORM VARYING IDX-CAT FROM 1 BY 1 UNTIL IDX-CAT > 7
               MOVE TOT-QTD(IDX-CAT) TO WS-FORMAT-PED
               MOVE TOT-VALOR(IDX-CAT) TO WS-FORMAT-VALOR
               MOVE MED-QTD(IDX-CAT) TO WS-FORMAT-MED-QTD
               MOVE MED-VALOR(IDX-CAT) TO WS-FORMAT-MED-VALOR
               MOVE SPACES TO RELATORIO-LINHA
               STRING "  " CAT-NOME(IDX-CAT) "  " WS-FORMAT-PED "  "
                   WS-FORMAT-VALOR "  " WS-FORMAT-MED-QTD "  "
                   WS-FORMAT-MED-VALOR
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-PERFORM.

       ESCREVER-OPERADOR.
           MOVE OPX-PEDIDOS(IDX-OPX) TO WS-FORMAT-PED.
           MOVE "N" TO WS-MARCA.
           IF (OPX-PEDIDOS(IDX-OPX) > 0) THEN
               MOVE "S" TO WS-MARCA
           END-IF.
           PERFORM VARYING IDX-CAT FROM 1 BY 1 UNTIL IDX-CAT > 7
               IF (OPX-QTD(IDX-OPX, IDX-CAT) > 0) THEN
                   MOVE "S" TO WS-MARCA
               END-IF
           END-PERFORM.
           IF (WS-MARCA NOT = "S") THEN
               GO FIM-ESCREVER-OPERADOR
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           IF (OPX-ALERTAS(IDX-OPX) > 0) THEN
               STRING "OPERADOR " OPX-CODIGO(IDX-OPX) " "
                   OPX-NOME(IDX-OPX) "  PEDIDOS: " WS-FORMAT-PED
                   "  *** A REVER (" OPX-ALERTAS(IDX-OPX)
                   " CATEGORIAS) ***"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           ELSE
               STRING "OPERADOR " OPX-CODIGO(IDX-OPX) " "
                   OPX-NOME(IDX-OPX) "  PEDIDOS: " WS-FORMAT-PED
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-IF.
           WRITE RELATORIO-LINHA.
           PERFORM VARYING IDX-CAT FROM 1 BY 1 UNTIL IDX-CAT > 7
               IF (OPX-QTD(IDX-OPX, IDX-CAT) > 0) THEN
                   PERFORM AVALIAR-CATEGORIA
                       THRU FIM-AVALIAR-CATEGORIA
                   MOVE OPX-QTD(IDX-OPX, IDX-CAT) TO WS-FORMAT-QTD
                   MOVE OPX-VALOR(IDX-OPX, IDX-CAT) TO WS-FORMAT-VALOR
                   MOVE MED-QTD(IDX-CAT) TO WS-FORMAT-MED-QTD
                   MOVE MED-VALOR(IDX-CAT) TO WS-FORMAT-MED-VALOR
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "  " CAT-NOME(IDX-CAT) "  " WS-FORMAT-QTD
                       "  " WS-FORMAT-VALOR "   MEDIA "
                       WS-FORMAT-MED-QTD " " WS-FORMAT-MED-VALOR " "
                       WS-MARCA
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF
           END-PERFORM.
       FIM-ESCREVER-OPERADOR.
           EXIT.

      * Detalhe dos fechos de caixa que nao conferiram, com o sinal
      * (positivo = sobra, negativo = falta).
       ESCREVER-CAIXAS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "FECHOS DE CAIXA COM DIFERENCA (DIA, OPERADOR, VALOR)"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE 0 TO WS-CXA-ACHADO.
           PERFORM VARYING IDX-CXA FROM 1 BY 1
               UNTIL IDX-CXA > WS-NUM-CAIXAS
               IF (CXA-VALOR(IDX-CXA) > 0) THEN
                   ADD 1 TO WS-CXA-ACHADO
                   IF (CXA-SINAL(IDX-CXA) = "-") THEN
                       COMPUTE WS-FORMAT-SINAL = 0 - CXA-VALOR(IDX-CXA)
                   ELSE
                       MOVE CXA-VALOR(IDX-CXA) TO WS-FORMAT-SINAL
                   END-IF
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "  " CXA-DATA(IDX-CXA) "  "
                       CXA-OPERADOR(IDX-CXA) "  " WS-FORMAT-SINAL
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF
           END-PERFORM.
           IF (WS-CXA-ACHADO = 0) THEN
               MOVE "  NENHUM." TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

       COPY "PRECOS-PROC.cpy".

       END PROGRAM EXCECOES-OPERADOR.
