      ******************************************************************
      * Author:
      * Date:
      * Purpose: Campanha mensal de recuperacao de clientes - procura
      *          nos pedidos dos ultimos 12 meses (PEDIDOS.DAT e os
      *          arquivos PEDIDOS-ARQ-AAAA.DAT) os clientes que
      *          compravam com frequencia e deixaram de comprar ha N
      *          semanas, cria para cada um um cupao pessoal de uso
      *          unico com validade em PROMOCOES.DAT e escreve o
      *          ficheiro de envio (SMS/correio)
      *          CAMPANHA-RECUPERACAO.TXT.
      *          O relatorio de resultados mostra os cupoes usados e a
      *          faturacao que voltou (RELATORIO-RECUPERACAO.TXT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T04-RECUPERAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * O mesmo registo serve PEDIDOS.DAT e os arquivos anuais.
           SELECT FICHEIRO-PEDIDOS ASSIGN TO WS-NOME-PEDIDOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDIDOS-STATUS.
           COPY "PROMOS-SELECT.cpy".
           COPY "CLIENTES-SELECT.cpy".
           SELECT FICHEIRO-ENVIO ASSIGN TO "CAMPANHA-RECUPERACAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-RECUPERACAO
               ASSIGN TO "RELATORIO-RECUPERACAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "ERRO-LOG-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "PEDIDOS-FD.cpy".

           COPY "PROMOS-FD.cpy".

       COPY "CLIENTES-FD.cpy".

      * Uma linha por cliente: contato;nome;codigo;desconto;validade
       FD  FICHEIRO-ENVIO.
       01  ENVIO-LINHA           PIC X(80).

       FD  RELATORIO-RECUPERACAO.
       01  RECUPERACAO-LINHA     PIC X(80).

       COPY "ERRO-LOG-FD.cpy".

       COPY "OPERADOR-SESSAO-FD.cpy".

       WORKING-STORAGE SECTION.
       77 WS-PEDIDOS-STATUS      PIC XX VALUES SPACES.
       77 WS-CLIENTES-STATUS     PIC XX VALUES SPACES.
       77 WS-NOME-PEDIDOS        PIC X(20) VALUES SPACES.
       COPY "PROMOS-WS.cpy".
       COPY "ERRO-LOG-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 2.
       01 WS-HOJE                PIC 9(08) VALUES 0.
       01 WS-HOJE-R REDEFINES WS-HOJE.
           05 WS-HJ-SECULO        PIC 9(02).
           05 WS-HJ-AA            PIC 9(02).
           05 WS-HJ-MM            PIC 9(02).
           05 WS-HJ-DD            PIC 9(02).
       77 WS-HOJE-INT            PIC 9(08) VALUES 0.
       77 WS-DIA-INT             PIC 9(08) VALUES 0.
       77 WS-ANO-INICIO          PIC 9(04) VALUES 0.
       77 WS-ANO-FIM             PIC 9(04) VALUES 0.
       77 WS-ANO-LER             PIC 9(04) VALUES 0.
      * Parametros da campanha
       77 WS-SEMANAS-AUSENTE     PIC 9(02) VALUES 0.
       77 WS-MIN-PEDIDOS         PIC 9(03) VALUES 0.
       77 WS-MIN-GASTO           PIC 9(05)V99 VALUES 0.
       77 WS-PCT-DESCONTO        PIC 9(02) VALUES 0.
       77 WS-DIAS-VALIDADE       PIC 9(03) VALUES 0.
       77 WS-DATA-CORTE          PIC 9(08) VALUES 0.
       77 WS-INICIO-HISTORICO    PIC 9(08) VALUES 0.
       77 WS-DATA-VALIDADE       PIC 9(08) VALUES 0.
       01 WS-CAMPANHA            PIC 9(06) VALUES 0.
       01 WS-CAMPANHA-R REDEFINES WS-CAMPANHA.
           05 WS-CMP-ANO          PIC 9(04).
           05 WS-CMP-MES          PIC 9(02).
      * Data do pedido (DD/MM/AAAA em REG-DATA) em AAAAMMDD
       01 WS-DATA-PEDIDO-TXT     PIC X(10) VALUES SPACES.
       01 WS-DATA-PEDIDO-TXT-R REDEFINES WS-DATA-PEDIDO-TXT.
           05 WS-DPT-DIA          PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-DPT-MES          PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-DPT-ANO          PIC 9(04).
       01 WS-DATA-TRAB.
           05 WS-DT-ANO           PIC 9(04).
           05 WS-DT-MES           PIC 9(02).
           05 WS-DT-DIA           PIC 9(02).
       01 WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB PIC 9(08).
       77 WS-DATA-PEDIDO         PIC 9(08) VALUES 0.
      * Historico de cada cliente com contato
       77 WS-NUM-CLR             PIC 9(04) VALUES 0.
       77 IDX-CLR                PIC 9(04) VALUES 0.
       77 WS-CLR-ACHADO          PIC 9(04) VALUES 0.
       77 WS-CLR-CHEIA           PIC A VALUES "N".
       01 TABELA-CLIENTES-HIST.
           05 CLR-ITEM OCCURS 2000 TIMES.
               10 CLR-CONTATO         PIC 9(09).
               10 CLR-NOME            PIC X(20).
               10 CLR-PEDIDOS         PIC 9(05).
               10 CLR-GASTO           PIC 9(07)V99.
               10 CLR-ULTIMA          PIC 9(08).
      * Cupao novo: V + AAMM + sequencia na campanha + controlo
       01 WS-CODIGO-NOVO.
           05 FILLER              PIC X(01) VALUES "V".
           05 WS-CN-AA            PIC 9(02).
           05 WS-CN-MM            PIC 9(02).
           05 WS-CN-SEQ           PIC 9(03).
           05 WS-CN-CONTROLO      PIC 9(02).
       77 WS-SEQ-CAMPANHA        PIC 9(04) VALUES 0.
       77 WS-DIVIDENDO           PIC 9(11) VALUES 0.
       77 WS-QUOCIENTE           PIC 9(11) VALUES 0.
       77 WS-TEM-CUPAO           PIC A VALUES "N".
       77 WS-NOME-ENVIO          PIC X(20) VALUES SPACES.
       77 WS-EMITIDOS            PIC 9(04) VALUES 0.
       77 WS-JA-COM-CUPAO        PIC 9(04) VALUES 0.
       77 WS-AUSENTES            PIC 9(04) VALUES 0.
      * Resultados da campanha
       77 WS-NUM-CMP             PIC 9(03) VALUES 0.
       77 IDX-CMP                PIC 9(03) VALUES 0.
       77 WS-CMP-ACHADO          PIC 9(03) VALUES 0.
       01 TABELA-CUPOES-CAMPANHA.
           05 CMP-ITEM OCCURS 500 TIMES.
               10 CMP-T-CODIGO        PIC X(10).
               10 CMP-T-CLIENTE       PIC 9(09).
               10 CMP-T-USADA         PIC X(01).
               10 CMP-T-DATA-FIM      PIC 9(08).
               10 CMP-T-PEDIDOS       PIC 9(04).
               10 CMP-T-VALOR         PIC 9(07)V99.
               10 CMP-T-VALOR-CUPAO   PIC 9(07)V99.
       77 WS-INICIO-CAMPANHA     PIC 9(08) VALUES 0.
       77 WS-USADOS              PIC 9(04) VALUES 0.
       77 WS-EXPIRADOS           PIC 9(04) VALUES 0.
       77 WS-EM-ABERTO           PIC 9(04) VALUES 0.
       77 WS-REGRESSADOS         PIC 9(04) VALUES 0.
       77 WS-PEDIDOS-CUPAO       PIC 9(05) VALUES 0.
       77 WS-PEDIDOS-REGRESSO    PIC 9(05) VALUES 0.
       77 WS-VALOR-CUPAO         PIC 9(08)V99 VALUES 0.
       77 WS-VALOR-REGRESSO      PIC 9(08)V99 VALUES 0.
       77 WS-SITUACAO            PIC X(08) VALUES SPACES.
       77 WS-FORMAT-PCT          PIC Z9.
       77 WS-FORMAT-QTD          PIC ZZZ9.
       77 WS-FORMAT-QTD2         PIC ZZZ9.
       77 WS-FORMAT-VALOR        PIC Z(7)9.99.

       PROCEDURE DIVISION.
       MENU-RECUPERAR.
           PERFORM LER-OPERADOR-SESSAO.
           MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-HOJE).
           DISPLAY "=== CAMPANHA DE RECUPERACAO DE CLIENTES ===".
           DISPLAY "1 - GERAR CAMPANHA DO MES".
           DISPLAY "2 - RELATORIO DE RESULTADOS".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-RECUPERAR
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM GERAR-CAMPANHA THRU FIM-GERAR-CAMPANHA
               WHEN 2
                   PERFORM RELATORIO-CAMPANHA
                       THRU FIM-RELATORIO-CAMPANHA
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-RECUPERAR.

      ******************************************************************
      * Geracao dos cupoes pessoais
      ******************************************************************
       GERAR-CAMPANHA.
           DISPLAY "SEMANAS SEM PEDIDOS (ENTER=8): " WITH NO ADVANCING.
           ACCEPT WS-SEMANAS-AUSENTE.
           IF (WS-SEMANAS-AUSENTE = 0) THEN
               MOVE 8 TO WS-SEMANAS-AUSENTE
           END-IF.
           DISPLAY "MINIMO DE PEDIDOS NOS ULTIMOS 12 MESES (ENTER=5): "
               WITH NO ADVANCING.
           ACCEPT WS-MIN-PEDIDOS.
           IF (WS-MIN-PEDIDOS = 0) THEN
               MOVE 5 TO WS-MIN-PEDIDOS
           END-IF.
           DISPLAY "MINIMO GASTO NOS ULTIMOS 12 MESES (ENTER=100): "
               WITH NO ADVANCING.
           ACCEPT WS-MIN-GASTO.
           IF (WS-MIN-GASTO = 0) THEN
               MOVE 100 TO WS-MIN-GASTO
           END-IF.
           DISPLAY "DESCONTO DO CUPAO EM % (ENTER=15): "
               WITH NO ADVANCING.
           ACCEPT WS-PCT-DESCONTO.
           IF (WS-PCT-DESCONTO = 0) THEN
               MOVE 15 TO WS-PCT-DESCONTO
           END-IF.
           DISPLAY "DIAS DE VALIDADE DO CUPAO (ENTER=30): "
               WITH NO ADVANCING.
           ACCEPT WS-DIAS-VALIDADE.
           IF (WS-DIAS-VALIDADE = 0) THEN
               MOVE 30 TO WS-DIAS-VALIDADE
           END-IF.
           COMPUTE WS-DIA-INT = WS-HOJE-INT - (7 * WS-SEMANAS-AUSENTE).
           COMPUTE WS-DATA-CORTE = FUNCTION DATE-OF-INTEGER(WS-DIA-INT).
           COMPUTE WS-DIA-INT = WS-HOJE-INT - 365.
           COMPUTE WS-INICIO-HISTORICO =
               FUNCTION DATE-OF-INTEGER(WS-DIA-INT).
           COMPUTE WS-DIA-INT = WS-HOJE-INT + WS-DIAS-VALIDADE.
           COMPUTE WS-DATA-VALIDADE =
               FUNCTION DATE-OF-INTEGER(WS-DIA-INT).
           COMPUTE WS-CAMPANHA = WS-HOJE / 100.
           MOVE WS-HJ-AA TO WS-CN-AA.
           MOVE WS-HJ-MM TO WS-CN-MM.

           MOVE 0 TO WS-NUM-CLR.
           MOVE "N" TO WS-CLR-CHEIA.
           INITIALIZE TABELA-CLIENTES-HIST.
           MOVE "PEDIDOS.DAT" TO WS-NOME-PEDIDOS.
           PERFORM LER-HISTORICO-PEDIDOS.
           MOVE WS-INICIO-HISTORICO TO WS-DATA-TRAB-R.
           MOVE WS-DT-ANO TO WS-ANO-INICIO.
           MOVE WS-HOJE TO WS-DATA-TRAB-R.
           MOVE WS-DT-ANO TO WS-ANO-FIM.
           PERFORM VARYING WS-ANO-LER FROM WS-ANO-INICIO BY 1
               UNTIL WS-ANO-LER > WS-ANO-FIM
               MOVE SPACES TO WS-NOME-PEDIDOS
               STRING "PEDIDOS-ARQ-" WS-ANO-LER ".DAT"
                   DELIMITED BY SIZE INTO WS-NOME-PEDIDOS
               PERFORM LER-HISTORICO-PEDIDOS
           END-PERFORM.
           IF (WS-CLR-CHEIA = "S") THEN
               DISPLAY "AVISO: MAIS DE 2000 CLIENTES NO HISTORICO -"
                   " OS RESTANTES NAO ENTRAM NA CAMPANHA."
               MOVE "T04-RECUPERAR" TO WS-ERRO-PROGRAMA
               MOVE "TABELA DE CLIENTES CHEIA (2000)"
                   TO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
           END-IF.

           PERFORM CARREGAR-PROMOS.
      * A sequencia continua depois dos cupoes ja emitidos no mes
           MOVE 0 TO WS-SEQ-CAMPANHA.
           PERFORM VARYING IDX-PRM FROM 1 BY 1
               UNTIL IDX-PRM > WS-NUM-PROMOS
               IF (PRM-T-CAMPANHA(IDX-PRM) IS NUMERIC) AND
                  (PRM-T-CAMPANHA(IDX-PRM) = WS-CAMPANHA) THEN
                   ADD 1 TO WS-SEQ-CAMPANHA
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-EMITIDOS.
           MOVE 0 TO WS-JA-COM-CUPAO.
           MOVE 0 TO WS-AUSENTES.
           MOVE SPACES TO WS-CLIENTES-STATUS.
           OPEN INPUT FICHEIRO-CLIENTES.
           OPEN OUTPUT FICHEIRO-ENVIO.
           PERFORM VARYING IDX-CLR FROM 1 BY 1
               UNTIL IDX-CLR > WS-NUM-CLR
               IF (CLR-PEDIDOS(IDX-CLR) >= WS-MIN-PEDIDOS) AND
                  (CLR-GASTO(IDX-CLR) >= WS-MIN-GASTO) AND
                  (CLR-ULTIMA(IDX-CLR) < WS-DATA-CORTE) THEN
                   ADD 1 TO WS-AUSENTES
                   PERFORM EMITIR-CUPAO THRU FIM-EMITIR-CUPAO
               END-IF
           END-PERFORM.
           CLOSE FICHEIRO-ENVIO.
           CLOSE FICHEIRO-CLIENTES.
           IF (WS-EMITIDOS > 0) THEN
               PERFORM GRAVAR-PROMOS
           END-IF.
           DISPLAY "CLIENTES AUSENTES QUE COMPRAVAM COM FREQUENCIA: "
               WS-AUSENTES.
           DISPLAY "JA COM CUPAO PESSOAL VALIDO (NAO REPETIDOS): "
               WS-JA-COM-CUPAO.
           DISPLAY "CUPOES EMITIDOS NA CAMPANHA " WS-CAMPANHA ": "
               WS-EMITIDOS.
           IF (WS-EMITIDOS > 0) THEN
               DISPLAY "FICHEIRO DE ENVIO: CAMPANHA-RECUPERACAO.TXT"
           END-IF.

       FIM-GERAR-CAMPANHA.
           EXIT.

       LER-HISTORICO-PEDIDOS.
           MOVE SPACES TO WS-PEDIDOS-STATUS.
           OPEN INPUT FICHEIRO-PEDIDOS.
           IF (WS-PEDIDOS-STATUS = "00") THEN
               PERFORM UNTIL WS-PEDIDOS-STATUS = "10"
                   READ FICHEIRO-PEDIDOS
                       AT END MOVE "10" TO WS-PEDIDOS-STATUS
                       NOT AT END PERFORM ACUMULAR-CLIENTE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-PEDIDOS.

       ACUMULAR-CLIENTE.
           IF (REG-ESTADO = "C") OR (REG-CONTATO IS NOT NUMERIC) OR
              (REG-CONTATO = 0) THEN
               CONTINUE
           ELSE
               PERFORM CONVERTER-DATA-PEDIDO
               IF (WS-DATA-PEDIDO >= WS-INICIO-HISTORICO) AND
                  (WS-DATA-PEDIDO <= WS-HOJE) THEN
                   PERFORM PROCURAR-CLIENTE-HIST
                   IF (WS-CLR-ACHADO > 0) THEN
                       ADD 1 TO CLR-PEDIDOS(WS-CLR-ACHADO)
                       ADD REG-VALOR-TOTAL TO CLR-GASTO(WS-CLR-ACHADO)
                       IF (WS-DATA-PEDIDO > CLR-ULTIMA(WS-CLR-ACHADO))
                           THEN
                           MOVE WS-DATA-PEDIDO
                               TO CLR-ULTIMA(WS-CLR-ACHADO)
                           MOVE REG-CLIENTE TO CLR-NOME(WS-CLR-ACHADO)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONVERTER-DATA-PEDIDO.
           MOVE 0 TO WS-DATA-PEDIDO.
           MOVE REG-DATA TO WS-DATA-PEDIDO-TXT.
           IF (WS-DPT-DIA IS NUMERIC) AND (WS-DPT-MES IS NUMERIC) AND
              (WS-DPT-ANO IS NUMERIC) THEN
               MOVE WS-DPT-ANO TO WS-DT-ANO
               MOVE WS-DPT-MES TO WS-DT-MES
               MOVE WS-DPT-DIA TO WS-DT-DIA
               MOVE WS-DATA-TRAB-R TO WS-DATA-PEDIDO
           END-IF.

       PROCURAR-CLIENTE-HIST.
           MOVE 0 TO WS-CLR-ACHADO.
           PERFORM VARYING IDX-CLR FROM 1 BY 1
               UNTIL IDX-CLR > WS-NUM-CLR OR WS-CLR-ACHADO > 0
               IF (CLR-CONTATO(IDX-CLR) = REG-CONTATO) THEN
                   MOVE IDX-CLR TO WS-CLR-ACHADO
               END-IF
           END-PERFORM.
           IF (WS-CLR-ACHADO = 0) THEN
               IF (WS-NUM-CLR < 2000) THEN
                   ADD 1 TO WS-NUM-CLR
                   MOVE WS-NUM-CLR TO WS-CLR-ACHADO
                   MOVE REG-CONTATO TO CLR-CONTATO(WS-CLR-ACHADO)
                   MOVE REG-CLIENTE TO CLR-NOME(WS-CLR-ACHADO)
               ELSE
                   MOVE "S" TO WS-CLR-CHEIA
               END-IF
           END-IF.

      * Um cliente que ainda tem um cupao pessoal por usar e dentro
      * do prazo, ou que ja entrou na campanha deste mes, nao recebe
      * outro.
       EMITIR-CUPAO.
           MOVE "N" TO WS-TEM-CUPAO.
           PERFORM VARYING IDX-PRM FROM 1 BY 1
               UNTIL IDX-PRM > WS-NUM-PROMOS
               IF (PRM-T-CLIENTE(IDX-PRM) IS NUMERIC) AND
                  (PRM-T-CLIENTE(IDX-PRM) = CLR-CONTATO(IDX-CLR)) THEN
                   IF (PRM-T-CAMPANHA(IDX-PRM) = WS-CAMPANHA) OR
                      ((PRM-T-USADA(IDX-PRM) NOT = "S") AND
                       (PRM-T-DATA-FIM(IDX-PRM) >= WS-HOJE)) THEN
                       MOVE "S" TO WS-TEM-CUPAO
                   END-IF
               END-IF
           END-PERFORM.
           IF (WS-TEM-CUPAO = "S") THEN
               ADD 1 TO WS-JA-COM-CUPAO
               GO FIM-EMITIR-CUPAO
           END-IF.
           IF (WS-NUM-PROMOS >= 500) OR (WS-SEQ-CAMPANHA >= 999) THEN
               DISPLAY "TABELA DE PROMOCOES CHEIA - CLIENTE "
                   CLR-CONTATO(IDX-CLR) " SEM CUPAO."
               MOVE "T04-RECUPERAR" TO WS-ERRO-PROGRAMA
               MOVE "PROMOCOES CHEIAS - CUPAO NAO EMITIDO"
                   TO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               GO FIM-EMITIR-CUPAO
           END-IF.
           ADD 1 TO WS-SEQ-CAMPANHA.
           MOVE WS-SEQ-CAMPANHA TO WS-CN-SEQ.
      * Digitos de controlo para o cupao nao se adivinhar pelo
      * vizinho: (contato x 7 + sequencia) modulo 97.
           COMPUTE WS-DIVIDENDO =
               CLR-CONTATO(IDX-CLR) * 7 + WS-SEQ-CAMPANHA.
           DIVIDE WS-DIVIDENDO BY 97 GIVING WS-QUOCIENTE
               REMAINDER WS-CN-CONTROLO.
           ADD 1 TO WS-NUM-PROMOS.
           MOVE WS-CODIGO-NOVO TO PRM-T-CODIGO(WS-NUM-PROMOS).
           MOVE SPACES TO PRM-T-DESCRICAO(WS-NUM-PROMOS).
           STRING "RECUPERACAO " WS-CAMPANHA
               DELIMITED BY SIZE INTO PRM-T-DESCRICAO(WS-NUM-PROMOS).
           MOVE "P" TO PRM-T-TIPO(WS-NUM-PROMOS).
           MOVE WS-PCT-DESCONTO TO PRM-T-VALOR(WS-NUM-PROMOS).
           MOVE 0 TO PRM-T-DIA-SEMANA(WS-NUM-PROMOS).
           MOVE 0 TO PRM-T-HORA-DE(WS-NUM-PROMOS).
           MOVE 2359 TO PRM-T-HORA-ATE(WS-NUM-PROMOS).
           MOVE WS-HOJE TO PRM-T-DATA-INICIO(WS-NUM-PROMOS).
           MOVE WS-DATA-VALIDADE TO PRM-T-DATA-FIM(WS-NUM-PROMOS).
           MOVE "S" TO PRM-T-USO-UNICO(WS-NUM-PROMOS).
           MOVE "N" TO PRM-T-USADA(WS-NUM-PROMOS).
           MOVE "N" TO PRM-T-AUTO(WS-NUM-PROMOS).
           MOVE CLR-CONTATO(IDX-CLR) TO PRM-T-CLIENTE(WS-NUM-PROMOS).
           MOVE WS-CAMPANHA TO PRM-T-CAMPANHA(WS-NUM-PROMOS).
      * O nome vem da ficha do cliente; sem ficha, do ultimo pedido.
           MOVE CLR-NOME(IDX-CLR) TO WS-NOME-ENVIO.
           IF (WS-CLIENTES-STATUS = "00") THEN
               MOVE CLR-CONTATO(IDX-CLR) TO CLI-CONTATO
               READ FICHEIRO-CLIENTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CLI-NOME TO WS-NOME-ENVIO
               END-READ
           END-IF.
           MOVE WS-DATA-VALIDADE TO WS-DATA-TRAB-R.
           MOVE WS-PCT-DESCONTO TO WS-FORMAT-PCT.
           MOVE SPACES TO ENVIO-LINHA.
           STRING CLR-CONTATO(IDX-CLR) ";"
               WS-NOME-ENVIO DELIMITED BY "  "
               ";" WS-CODIGO-NOVO ";" WS-FORMAT-PCT "%;"
               WS-DT-DIA "/" WS-DT-MES "/" WS-DT-ANO
               DELIMITED BY SIZE INTO ENVIO-LINHA.
           WRITE ENVIO-LINHA.
           ADD 1 TO WS-EMITIDOS.

       FIM-EMITIR-CUPAO.
           EXIT.

      ******************************************************************
      * Resultados de uma campanha
      ******************************************************************
       RELATORIO-CAMPANHA.
           DISPLAY "CAMPANHA AAAAMM (ENTER=MES CORRENTE): "
               WITH NO ADVANCING.
           ACCEPT WS-CAMPANHA.
           IF (WS-CAMPANHA = 0) THEN
               COMPUTE WS-CAMPANHA = WS-HOJE / 100
           END-IF.
           PERFORM CARREGAR-PROMOS.
           MOVE 0 TO WS-NUM-CMP.
           MOVE 99999999 TO WS-INICIO-CAMPANHA.
           INITIALIZE TABELA-CUPOES-CAMPANHA.
           PERFORM VARYING IDX-PRM FROM 1 BY 1
               UNTIL IDX-PRM > WS-NUM-PROMOS
               IF (PRM-T-CAMPANHA(IDX-PRM) IS NUMERIC) AND
                  (PRM-T-CAMPANHA(IDX-PRM) = WS-CAMPANHA) AND
                  (PRM-T-CLIENTE(IDX-PRM) > 0) THEN
                   ADD 1 TO WS-NUM-CMP
                   MOVE PRM-T-CODIGO(IDX-PRM)
                       TO CMP-T-CODIGO(WS-NUM-CMP)
                   MOVE PRM-T-CLIENTE(IDX-PRM)
                       TO CMP-T-CLIENTE(WS-NUM-CMP)
                   MOVE PRM-T-USADA(IDX-PRM) TO CMP-T-USADA(WS-NUM-CMP)
                   MOVE PRM-T-DATA-FIM(IDX-PRM)
                       TO CMP-T-DATA-FIM(WS-NUM-CMP)
                   IF (PRM-T-DATA-INICIO(IDX-PRM) < WS-INICIO-CAMPANHA)
                       THEN
                       MOVE PRM-T-DATA-INICIO(IDX-PRM)
                           TO WS-INICIO-CAMPANHA
                   END-IF
               END-IF
           END-PERFORM.
           IF (WS-NUM-CMP = 0) THEN
               DISPLAY "NAO HA CUPOES DA CAMPANHA " WS-CAMPANHA "."
               GO FIM-RELATORIO-CAMPANHA
           END-IF.
           MOVE 0 TO WS-USADOS.
           MOVE 0 TO WS-EXPIRADOS.
           MOVE 0 TO WS-EM-ABERTO.
           MOVE 0 TO WS-REGRESSADOS.
           MOVE 0 TO WS-PEDIDOS-CUPAO.
           MOVE 0 TO WS-PEDIDOS-REGRESSO.
           MOVE 0 TO WS-VALOR-CUPAO.
           MOVE 0 TO WS-VALOR-REGRESSO.
      * Pedidos desde o arranque da campanha: os que usaram o cupao e
      * todos os que os clientes da campanha fizeram entretanto.
           MOVE "PEDIDOS.DAT" TO WS-NOME-PEDIDOS.
           PERFORM LER-PEDIDOS-CAMPANHA.
           MOVE WS-INICIO-CAMPANHA TO WS-DATA-TRAB-R.
           MOVE WS-DT-ANO TO WS-ANO-INICIO.
           MOVE WS-HOJE TO WS-DATA-TRAB-R.
           MOVE WS-DT-ANO TO WS-ANO-FIM.
           PERFORM VARYING WS-ANO-LER FROM WS-ANO-INICIO BY 1
               UNTIL WS-ANO-LER > WS-ANO-FIM
               MOVE SPACES TO WS-NOME-PEDIDOS
               STRING "PEDIDOS-ARQ-" WS-ANO-LER ".DAT"
                   DELIMITED BY SIZE INTO WS-NOME-PEDIDOS
               PERFORM LER-PEDIDOS-CAMPANHA
           END-PERFORM.

           OPEN OUTPUT RELATORIO-RECUPERACAO.
           MOVE SPACES TO RECUPERACAO-LINHA.
           STRING "RESULTADOS DA CAMPANHA DE RECUPERACAO " WS-CMP-MES
               "/" WS-CMP-ANO DELIMITED BY SIZE INTO RECUPERACAO-LINHA.
           PERFORM ESCREVER-RECUPERACAO.
           MOVE ALL "=" TO RECUPERACAO-LINHA.
           PERFORM ESCREVER-RECUPERACAO.
           MOVE "CONTATO   CUPAO      SITUACAO PEDIDOS  VALOR DESDE"
               TO RECUPERACAO-LINHA.
           PERFORM ESCREVER-RECUPERACAO.
           PERFORM VARYING IDX-CMP FROM 1 BY 1
               UNTIL IDX-CMP > WS-NUM-CMP
               EVALUATE TRUE
                   WHEN CMP-T-USADA(IDX-CMP) = "S"
                       MOVE "USADO" TO WS-SITUACAO
                       ADD 1 TO WS-USADOS
                   WHEN CMP-T-DATA-FIM(IDX-CMP) < WS-HOJE
                       MOVE "EXPIRADO" TO WS-SITUACAO
                       ADD 1 TO WS-EXPIRADOS
                   WHEN OTHER
                       MOVE "ABERTO" TO WS-SITUACAO
                       ADD 1 TO WS-EM-ABERTO
               END-EVALUATE
               IF (CMP-T-PEDIDOS(IDX-CMP) > 0) THEN
                   ADD 1 TO WS-REGRESSADOS
               END-IF
               ADD CMP-T-PEDIDOS(IDX-CMP) TO WS-PEDIDOS-REGRESSO
               ADD CMP-T-VALOR(IDX-CMP) TO WS-VALOR-REGRESSO
               ADD CMP-T-VALOR-CUPAO(IDX-CMP) TO WS-VALOR-CUPAO
               MOVE CMP-T-PEDIDOS(IDX-CMP) TO WS-FORMAT-QTD
               MOVE CMP-T-VALOR(IDX-CMP) TO WS-FORMAT-VALOR
               MOVE SPACES TO RECUPERACAO-LINHA
               STRING CMP-T-CLIENTE(IDX-CMP) " " CMP-T-CODIGO(IDX-CMP)
                   " " WS-SITUACAO "    " WS-FORMAT-QTD " "
                   WS-FORMAT-VALOR
                   DELIMITED BY SIZE INTO RECUPERACAO-LINHA
               PERFORM ESCREVER-RECUPERACAO
           END-PERFORM.
           MOVE ALL "-" TO RECUPERACAO-LINHA.
           PERFORM ESCREVER-RECUPERACAO.
           MOVE WS-NUM-CMP TO WS-FORMAT-QTD.
           MOVE WS-USADOS TO WS-FORMAT-QTD2.
           MOVE SPACES TO RECUPERACAO-LINHA.
           STRING "CUPOES EMITIDOS: " WS-FORMAT-QTD
               "   USADOS: " WS-FORMAT-QTD2
               DELIMITED BY SIZE INTO RECUPERACAO-LINHA.
           PERFORM ESCREVER-RECUPERACAO.
           MOVE WS-EXPIRADOS TO WS-FORMAT-QTD.
           MOVE WS-EM-ABERTO TO WS-FORMAT-QTD2.
           MOVE SPACES TO RECUPERACAO-LINHA.
           STRING "EXPIRADOS SEM USO: " WS-FORMAT-QTD
               "   AINDA EM PRAZO: " WS-FORMAT-QTD2
               DELIMITED BY SIZE INTO RECUPERACAO-LINHA.
           PERFORM ESCREVER-RECUPERACAO.
           MOVE WS-PEDIDOS-CUPAO TO WS-FORMAT-QTD.
           MOVE WS-VALOR-CUPAO TO WS-FORMAT-VALOR.
           MOVE SPACES TO RECUPERACAO-LINHA.
           STRING "PEDIDOS COM O CUPAO: " WS-FORMAT-QTD
               "   FATURADO: " WS-FORMAT-VALOR
               DELIMITED BY SIZE INTO RECUPERACAO-LINHA.
           PERFORM ESCREVER-RECUPERACAO.
           MOVE WS-REGRESSADOS TO WS-FORMAT-QTD.
           MOVE WS-PEDIDOS-REGRESSO TO WS-FORMAT-QTD2.
           MOVE WS-VALOR-REGRESSO TO WS-FORMAT-VALOR.
           MOVE SPACES TO RECUPERACAO-LINHA.
           STRING "CLIENTES QUE VOLTARAM: " WS-FORMAT-QTD
               "   PEDIDOS: " WS-FORMAT-QTD2
               "   FATURADO: " WS-FORMAT-VALOR
               DELIMITED BY SIZE INTO RECUPERACAO-LINHA.
           PERFORM ESCREVER-RECUPERACAO.
           CLOSE RELATORIO-RECUPERACAO.
           DISPLAY "RELATORIO GRAVADO EM RELATORIO-RECUPERACAO.TXT".

       FIM-RELATORIO-CAMPANHA.
           EXIT.

       LER-PEDIDOS-CAMPANHA.
           MOVE SPACES TO WS-PEDIDOS-STATUS.
           OPEN INPUT FICHEIRO-PEDIDOS.
           IF (WS-PEDIDOS-STATUS = "00") THEN
               PERFORM UNTIL WS-PEDIDOS-STATUS = "10"
                   READ FICHEIRO-PEDIDOS
                       AT END MOVE "10" TO WS-PEDIDOS-STATUS
                       NOT AT END PERFORM TRATAR-PEDIDO-CAMPANHA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-PEDIDOS.

       TRATAR-PEDIDO-CAMPANHA.
           IF (REG-ESTADO = "C") OR (REG-CONTATO IS NOT NUMERIC) OR
              (REG-CONTATO = 0) THEN
               CONTINUE
           ELSE
               PERFORM CONVERTER-DATA-PEDIDO
               IF (WS-DATA-PEDIDO >= WS-INICIO-CAMPANHA) THEN
                   MOVE 0 TO WS-CMP-ACHADO
                   PERFORM VARYING IDX-CMP FROM 1 BY 1
                       UNTIL IDX-CMP > WS-NUM-CMP OR WS-CMP-ACHADO > 0
                       IF (CMP-T-CLIENTE(IDX-CMP) = REG-CONTATO) THEN
                           MOVE IDX-CMP TO WS-CMP-ACHADO
                       END-IF
                   END-PERFORM
                   IF (WS-CMP-ACHADO > 0) THEN
                       ADD 1 TO CMP-T-PEDIDOS(WS-CMP-ACHADO)
                       ADD REG-VALOR-TOTAL TO CMP-T-VALOR(WS-CMP-ACHADO)
                       IF (REG-PROMO-CODIGO =
                           CMP-T-CODIGO(WS-CMP-ACHADO)) THEN
                           ADD 1 TO WS-PEDIDOS-CUPAO
                           ADD REG-VALOR-TOTAL
                               TO CMP-T-VALOR-CUPAO(WS-CMP-ACHADO)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ESCREVER-RECUPERACAO.
           WRITE RECUPERACAO-LINHA.
           DISPLAY RECUPERACAO-LINHA.

       COPY "PROMOS-PROC.cpy".

       COPY "ERRO-LOG-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       END PROGRAM T04-RECUPERAR.
