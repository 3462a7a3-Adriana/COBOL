      ******************************************************************
      * Author:
      * Date:
      * Purpose: Livros de rota dos leitores da agua - gera, por zona
      *          e pela ordem de passagem do leitor, a folha impressa
      *          (ROTAS-LEITURA.TXT) e o ficheiro para os terminais
      *          portateis (ROTA-TERMINAL.DAT) com conta, morada,
      *          contador, ultima leitura real e intervalo esperado
      *          pelo historico; importa o ficheiro devolvido pelos
      *          terminais (ROTA-RETORNO.DAT) para LEITURAS-AGUA.DAT
      *          com as mesmas regras da faturacao (leitura abaixo da
      *          anterior nao entra, consumo acima do limiar de fuga
      *          fica suspeito e gera aviso) e lista em
      *          LEITURAS-POR-ESTIMAR.TXT os contadores nao lidos, sem
      *          acesso ou recusados, que a faturacao do mes estima.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T01_11-ROTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AGUA-SELECT.cpy".
           COPY "AGUA-MESTRE-SELECT.cpy".
           COPY "CONTADORES-AGUA-SELECT.cpy".
           COPY "TROCAS-CONTADOR-SELECT.cpy".
           COPY "FUGA-SELECT.cpy".
           SELECT FICHEIRO-LEITURAS ASSIGN TO "LEITURAS-AGUA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEITURAS-STATUS.
           SELECT AVISOS-FUGA ASSIGN TO "AVISOS-FUGA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVISOS-STATUS.
           SELECT ROTAS-LEITURA ASSIGN TO "ROTAS-LEITURA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROTA-TERMINAL ASSIGN TO "ROTA-TERMINAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROTA-RETORNO ASSIGN TO "ROTA-RETORNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-STATUS.
           SELECT POR-ESTIMAR ASSIGN TO "LEITURAS-POR-ESTIMAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "AGUA-FD.cpy".
           COPY "AGUA-MESTRE-FD.cpy".
           COPY "CONTADORES-AGUA-FD.cpy".
           COPY "TROCAS-CONTADOR-FD.cpy".
           COPY "FUGA-FD.cpy".

       FD  FICHEIRO-LEITURAS.
       01  REG-LEITURA.
           05 LEI-CONTA           PIC X(10).
           05 LEI-PERIODO         PIC 9(06).
           05 LEI-LEITURA         PIC 9(06).
           05 LEI-SUSPEITA        PIC X(01).

       FD  AVISOS-FUGA.
       01  AVISO-FUGA-LINHA       PIC X(60).

       FD  ROTAS-LEITURA.
       01  ROTA-LINHA             PIC X(80).

       FD  ROTA-TERMINAL.
       01  REG-ROTA-TERMINAL      PIC X(61).

       FD  ROTA-RETORNO.
       01  REG-ROTA-RETORNO       PIC X(61).

       FD  POR-ESTIMAR.
       01  ESTIMAR-LINHA          PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-AGUA-STATUS         PIC XX VALUES SPACES.
       77 WS-LEITURAS-STATUS     PIC XX VALUES SPACES.
       77 WS-AVISOS-STATUS       PIC XX VALUES SPACES.
       77 WS-RETORNO-STATUS      PIC XX VALUES SPACES.
       COPY "AGUA-MESTRE-WS.cpy".
       COPY "CONTADORES-AGUA-WS.cpy".
       COPY "TROCAS-CONTADOR-WS.cpy".
       COPY "FUGA-WS.cpy".
      * Registo trocado com os terminais: a rota sai com a leitura a
      * zeros e o codigo em branco; volta com a leitura e o codigo
      * L - lido, A - sem acesso, D - contador danificado/ilegivel.
       01 WS-REG-ROTA.
           05 RTA-ZONA            PIC X(04).
           05 RTA-ORDEM           PIC 9(04).
           05 RTA-CONTA           PIC X(10).
           05 RTA-SERIE           PIC X(12).
           05 RTA-PERIODO         PIC 9(06).
           05 RTA-ULT-LEITURA     PIC 9(06).
           05 RTA-MINIMO          PIC 9(06).
           05 RTA-MAXIMO          PIC 9(06).
           05 RTA-LEITURA         PIC 9(06).
           05 RTA-CODIGO          PIC X(01).
               88 RTA-LIDO        VALUE "L".
               88 RTA-SEM-ACESSO  VALUE "A".
               88 RTA-DANIFICADO  VALUE "D".
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 2.
       77 WS-PERIODO             PIC 9(06) VALUES 0.
       77 WS-ZONA-PEDIDA         PIC X(04) VALUES SPACES.
       77 WS-ZONA-ATUAL          PIC X(04) VALUES SPACES.
       77 WS-CONTA               PIC X(10) VALUES SPACES.
       77 WS-LEITURA             PIC 9(06) VALUES 0.
       77 WS-LEITURA-ANT         PIC 9(06) VALUES 0.
       77 WS-PERIODO-REAL        PIC 9(06) VALUES 0.
       77 WS-BASE-ROTA           PIC 9(06) VALUES 0.
       77 WS-SOMA-MEDIA          PIC 9(07)V99 VALUES 0.
       77 WS-REGS-MEDIA          PIC 9(03) VALUES 0.
       77 WS-MESES               PIC 9(03) VALUES 0.
       77 WS-MESES-PERIODO       PIC 9(06) VALUES 0.
       01 WS-PER-CALC            PIC 9(06) VALUES 0.
       01 WS-PER-CALC-R REDEFINES WS-PER-CALC.
           05 WS-PER-CALC-ANO    PIC 9(04).
           05 WS-PER-CALC-MES    PIC 9(02).
       77 WS-ESPERADO            PIC 9(07)V99 VALUES 0.
       77 WS-VALOR-LIMITE        PIC 9(08) VALUES 0.
       77 WS-CONSUMO-IMPLICITO   PIC 9(07) VALUES 0.
       77 WS-MOTIVO              PIC X(35) VALUES SPACES.
       77 WS-LEITURA-SUSPEITA    PIC A VALUES "N".
       77 WS-JA-REGISTADA        PIC A VALUES "N".
       77 WS-CARGA-TRUNCADA      PIC A VALUES "N".
       77 IDX-AGUA               PIC 9(03) VALUES 0.
       77 WS-NUM-REGISTOS        PIC 9(03) VALUES 0.
       77 IDX-LEI                PIC 9(03) VALUES 0.
       77 WS-NUM-LEITURAS        PIC 9(03) VALUES 0.
       77 IDX-ROT                PIC 9(03) VALUES 0.
       77 IDX-ROT2               PIC 9(03) VALUES 0.
       77 WS-NUM-ROTA            PIC 9(03) VALUES 0.
       77 WS-ROT-AUX             PIC 9(03) VALUES 0.
       77 WS-ZONAS               PIC 9(03) VALUES 0.
       77 WS-IMPORTADAS          PIC 9(03) VALUES 0.
       77 WS-SUSPEITAS           PIC 9(03) VALUES 0.
       77 WS-A-ESTIMAR           PIC 9(03) VALUES 0.
       77 WS-RECUSADAS           PIC 9(03) VALUES 0.
       01 TABELA-AGUA.
           05 AGUA-ITEM OCCURS 900 TIMES.
               10 AGUA-T-CONTA        PIC X(10).
               10 AGUA-T-PERIODO      PIC 9(06).
               10 AGUA-T-CONSUMO      PIC 9(04)V99.
               10 AGUA-T-TOTAL        PIC 9(06)V99.
               10 AGUA-T-PAGO         PIC X(01).
               10 AGUA-T-LEITURA-ANT  PIC 9(06).
               10 AGUA-T-LEITURA-ATU  PIC 9(06).
               10 AGUA-T-PAGO-VALOR   PIC 9(06)V99.
               10 AGUA-T-DISPON       PIC 9(03)V99.
               10 AGUA-T-SANEAMENTO   PIC 9(05)V99.
               10 AGUA-T-RESIDUOS     PIC 9(03)V99.
               10 AGUA-T-IVA          PIC 9(05)V99.
               10 AGUA-T-ESTIMADA     PIC X(01).
               10 AGUA-T-REFERENCIA   PIC 9(09).
               10 AGUA-T-FATURA-NUM   PIC 9(06).
       01 TABELA-LEITURAS.
           05 LEI-ITEM OCCURS 900 TIMES.
               10 LEI-T-CONTA     PIC X(10).
               10 LEI-T-PERIODO   PIC 9(06).
       01 TABELA-ROTA.
           05 ROT-IDX OCCURS 200 TIMES PIC 9(03).
       01 WS-CHAVE-A.
           05 WS-CHAVE-A-ZONA     PIC X(04).
           05 WS-CHAVE-A-ORDEM    PIC 9(04).
       01 WS-CHAVE-B.
           05 WS-CHAVE-B-ZONA     PIC X(04).
           05 WS-CHAVE-B-ORDEM    PIC 9(04).

       PROCEDURE DIVISION.
       MENU-ROTAS.
           PERFORM CARREGAR-CONTAS.
           PERFORM CARREGAR-AGUA-MESTRE.
           PERFORM CARREGAR-CONTADORES.
           PERFORM CARREGAR-TROCAS.
           PERFORM CARREGAR-MULTIPLO-FUGA.
           DISPLAY "=== LIVROS DE ROTA DA LEITURA DA AGUA ===".
           DISPLAY "1 - GERAR ROTAS DE LEITURA".
           DISPLAY "2 - IMPORTAR LEITURAS DOS TERMINAIS".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-ROTAS
           END-IF.
      * Sem o historico todo, a ultima leitura real e a media sairiam
      * erradas - nem as rotas nem a importacao correm.
           IF (WS-OPCAO NOT = 0) AND (WS-CARGA-TRUNCADA = "S") THEN
               DISPLAY "AGUA-CONTAS.DAT EXCEDE 900 REGISTOS - "
                   "HISTORICO INCOMPLETO, OPERACAO RECUSADA."
               GO MENU-ROTAS
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM GERAR-ROTAS THRU FIM-GERAR-ROTAS
               WHEN 2 PERFORM IMPORTAR-LEITURAS
                   THRU FIM-IMPORTAR-LEITURAS
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-ROTAS.

      * Rotas: contas ocupadas da zona pedida (ou de todas), pela
      * ordem zona + ordem de passagem; uma folha por zona.
       GERAR-ROTAS.
           DISPLAY "PERIODO A LER (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-PERIODO.
           IF (WS-PERIODO < 190001) THEN
               DISPLAY "PERIODO INVALIDO!"
               GO FIM-GERAR-ROTAS
           END-IF.
           DISPLAY "ZONA (ENTER = TODAS): " WITH NO ADVANCING.
           ACCEPT WS-ZONA-PEDIDA.
           MOVE FUNCTION UPPER-CASE(WS-ZONA-PEDIDA) TO WS-ZONA-PEDIDA.
           MOVE 0 TO WS-NUM-ROTA.
           PERFORM VARYING IDX-AGM FROM 1 BY 1
               UNTIL IDX-AGM > WS-NUM-AGUA-MESTRE
               IF (AGM-T-ESTADO(IDX-AGM) NOT = "V") AND
                  (WS-ZONA-PEDIDA = SPACES OR
                   AGM-T-ZONA(IDX-AGM) = WS-ZONA-PEDIDA) THEN
                   ADD 1 TO WS-NUM-ROTA
                   MOVE IDX-AGM TO ROT-IDX(WS-NUM-ROTA)
               END-IF
           END-PERFORM.
           IF (WS-NUM-ROTA = 0) THEN
               DISPLAY "NENHUMA CONTA OCUPADA NA ZONA PEDIDA."
               GO FIM-GERAR-ROTAS
           END-IF.
           PERFORM ORDENAR-ROTA.
           OPEN OUTPUT ROTAS-LEITURA.
           OPEN OUTPUT ROTA-TERMINAL.
           MOVE 0 TO WS-ZONAS.
           MOVE HIGH-VALUES TO WS-ZONA-ATUAL.
           PERFORM VARYING IDX-ROT FROM 1 BY 1
               UNTIL IDX-ROT > WS-NUM-ROTA
               MOVE ROT-IDX(IDX-ROT) TO IDX-AGM
               IF (AGM-T-ZONA(IDX-AGM) NOT = WS-ZONA-ATUAL) THEN
                   MOVE AGM-T-ZONA(IDX-AGM) TO WS-ZONA-ATUAL
                   ADD 1 TO WS-ZONAS
                   PERFORM CABECALHO-ZONA
               END-IF
               PERFORM PREPARAR-LINHA-ROTA
               PERFORM IMPRIMIR-LINHA-ROTA
               MOVE WS-REG-ROTA TO REG-ROTA-TERMINAL
               WRITE REG-ROTA-TERMINAL
           END-PERFORM.
           CLOSE ROTAS-LEITURA.
           CLOSE ROTA-TERMINAL.
           DISPLAY WS-NUM-ROTA " CONTADOR(ES) EM " WS-ZONAS
               " ZONA(S) - FOLHAS EM ROTAS-LEITURA.TXT E FICHEIRO "
               "DOS TERMINAIS EM ROTA-TERMINAL.DAT.".
       FIM-GERAR-ROTAS.
           EXIT.

       ORDENAR-ROTA.
           PERFORM VARYING IDX-ROT FROM 1 BY 1
               UNTIL IDX-ROT >= WS-NUM-ROTA
               PERFORM VARYING IDX-ROT2 FROM 1 BY 1
                   UNTIL IDX-ROT2 >= WS-NUM-ROTA
                   MOVE AGM-T-ZONA(ROT-IDX(IDX-ROT2))
                       TO WS-CHAVE-A-ZONA
                   MOVE AGM-T-ORDEM-ROTA(ROT-IDX(IDX-ROT2))
                       TO WS-CHAVE-A-ORDEM
                   MOVE AGM-T-ZONA(ROT-IDX(IDX-ROT2 + 1))
                       TO WS-CHAVE-B-ZONA
                   MOVE AGM-T-ORDEM-ROTA(ROT-IDX(IDX-ROT2 + 1))
                       TO WS-CHAVE-B-ORDEM
                   IF (WS-CHAVE-A > WS-CHAVE-B) THEN
                       MOVE ROT-IDX(IDX-ROT2) TO WS-ROT-AUX
                       MOVE ROT-IDX(IDX-ROT2 + 1) TO ROT-IDX(IDX-ROT2)
                       MOVE WS-ROT-AUX TO ROT-IDX(IDX-ROT2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       CABECALHO-ZONA.
           MOVE "=========================================="
               TO ROTA-LINHA.
           WRITE ROTA-LINHA.
           MOVE SPACES TO ROTA-LINHA.
           IF (WS-ZONA-ATUAL = SPACES) THEN
               STRING "LIVRO DE ROTA - CONTAS SEM ZONA - PERIODO "
                   WS-PERIODO
                   DELIMITED BY SIZE INTO ROTA-LINHA
           ELSE
               STRING "LIVRO DE ROTA - ZONA " WS-ZONA-ATUAL
                   " - PERIODO " WS-PERIODO
                   DELIMITED BY SIZE INTO ROTA-LINHA
           END-IF.
           WRITE ROTA-LINHA.
           MOVE "COD: L=LIDO  A=SEM ACESSO  D=CONTADOR DANIFICADO"
               TO ROTA-LINHA.
           WRITE ROTA-LINHA.
           MOVE "=========================================="
               TO ROTA-LINHA.
           WRITE ROTA-LINHA.

      * Ultima leitura real da conta e intervalo esperado: de metade a
      * multiplo-de-fuga vezes o consumo medio dos meses decorridos.
      * Com troca de contador pendente a rota le o contador novo e a
      * base e a sua leitura inicial.
       PREPARAR-LINHA-ROTA.
           MOVE SPACES TO WS-REG-ROTA.
           MOVE AGM-T-CONTA(IDX-AGM) TO WS-CONTA.
           MOVE AGM-T-ZONA(IDX-AGM) TO RTA-ZONA.
           MOVE AGM-T-ORDEM-ROTA(IDX-AGM) TO RTA-ORDEM.
           MOVE WS-CONTA TO RTA-CONTA.
           MOVE WS-PERIODO TO RTA-PERIODO.
           MOVE 0 TO RTA-LEITURA.
           PERFORM APURAR-HISTORICO-CONTA.
           MOVE WS-LEITURA-ANT TO WS-BASE-ROTA.
           MOVE WS-CONTA TO WS-TRC-PESQUISA.
           MOVE WS-PERIODO TO WS-TRC-PERIODO-LIMITE.
           PERFORM PROCURAR-TROCA-PENDENTE.
           IF (WS-TRC-ACHADA > 0) THEN
               MOVE TRC-T-LEITURA-INICIAL(WS-TRC-ACHADA)
                   TO WS-BASE-ROTA
           END-IF.
           MOVE "SEM CONTADOR" TO RTA-SERIE.
           PERFORM VARYING IDX-CNT FROM 1 BY 1
               UNTIL IDX-CNT > WS-NUM-CONTADORES
               IF (CNT-T-CONTA(IDX-CNT) = WS-CONTA) AND
                  (CNT-T-ESTADO(IDX-CNT) = "I") THEN
                   MOVE CNT-T-SERIE(IDX-CNT) TO RTA-SERIE
               END-IF
           END-PERFORM.
           MOVE WS-BASE-ROTA TO RTA-ULT-LEITURA.
           MOVE WS-BASE-ROTA TO RTA-MINIMO.
           MOVE 999999 TO RTA-MAXIMO.
           IF (WS-REGS-MEDIA > 0) AND (WS-PERIODO-REAL > 0) THEN
               MOVE WS-PERIODO TO WS-PER-CALC
               COMPUTE WS-MESES-PERIODO =
                   WS-PER-CALC-ANO * 12 + WS-PER-CALC-MES
               MOVE WS-PERIODO-REAL TO WS-PER-CALC
               COMPUTE WS-MESES = WS-MESES-PERIODO -
                   (WS-PER-CALC-ANO * 12 + WS-PER-CALC-MES)
               IF (WS-MESES = 0) THEN
                   MOVE 1 TO WS-MESES
               END-IF
               COMPUTE WS-ESPERADO ROUNDED =
                   (WS-SOMA-MEDIA / WS-REGS-MEDIA) * WS-MESES
               COMPUTE WS-VALOR-LIMITE = WS-BASE-ROTA +
                   (WS-ESPERADO / 2)
               IF (WS-VALOR-LIMITE < 999999) THEN
                   MOVE WS-VALOR-LIMITE TO RTA-MINIMO
               END-IF
               COMPUTE WS-VALOR-LIMITE = WS-BASE-ROTA +
                   (WS-ESPERADO * WS-MULTIPLO-FUGA)
               IF (WS-VALOR-LIMITE < 999999) THEN
                   MOVE WS-VALOR-LIMITE TO RTA-MAXIMO
               END-IF
           END-IF.

       IMPRIMIR-LINHA-ROTA.
           MOVE SPACES TO ROTA-LINHA.
           STRING RTA-ORDEM " " RTA-CONTA " " AGM-T-MORADA(IDX-AGM)
               DELIMITED BY SIZE INTO ROTA-LINHA.
           WRITE ROTA-LINHA.
           MOVE SPACES TO ROTA-LINHA.
           STRING "     CONTADOR " RTA-SERIE "  ULTIMA " RTA-ULT-LEITURA
               "  ESPERADA " RTA-MINIMO "-" RTA-MAXIMO
               DELIMITED BY SIZE INTO ROTA-LINHA.
           WRITE ROTA-LINHA.
           MOVE "     LEITURA: ______________   COD: ___"
               TO ROTA-LINHA.
           WRITE ROTA-LINHA.

      * Ultima leitura REAL antes do periodo (as estimadas nao servem
      * de base) e media de consumo do historico da conta.
       APURAR-HISTORICO-CONTA.
           MOVE 0 TO WS-LEITURA-ANT.
           MOVE 0 TO WS-PERIODO-REAL.
           MOVE 0 TO WS-SOMA-MEDIA.
           MOVE 0 TO WS-REGS-MEDIA.
           PERFORM VARYING IDX-AGUA FROM 1 BY 1
               UNTIL IDX-AGUA > WS-NUM-REGISTOS
               IF (AGUA-T-CONTA(IDX-AGUA) = WS-CONTA) AND
                  (AGUA-T-PERIODO(IDX-AGUA) < WS-PERIODO) THEN
                   ADD AGUA-T-CONSUMO(IDX-AGUA) TO WS-SOMA-MEDIA
                   ADD 1 TO WS-REGS-MEDIA
                   IF (AGUA-T-ESTIMADA(IDX-AGUA) NOT = "S") AND
                      (AGUA-T-PERIODO(IDX-AGUA) >= WS-PERIODO-REAL)
                       THEN
                       MOVE AGUA-T-PERIODO(IDX-AGUA)
                           TO WS-PERIODO-REAL
                       MOVE AGUA-T-LEITURA-ATU(IDX-AGUA)
                           TO WS-LEITURA-ANT
                   END-IF
               END-IF
           END-PERFORM.

      * Importacao do ficheiro devolvido pelos terminais: cada leitura
      * passa pelas regras da faturacao antes de entrar em
      * LEITURAS-AGUA.DAT; o que nao entra fica na lista a estimar.
       IMPORTAR-LEITURAS.
           IF (WS-TRC-TRUNCADA = "S") THEN
               DISPLAY "TROCAS-CONTADOR.DAT EXCEDE 300 REGISTOS - "
                   "IMPORTACAO RECUSADA."
               GO FIM-IMPORTAR-LEITURAS
           END-IF.
           MOVE SPACES TO WS-RETORNO-STATUS.
           OPEN INPUT ROTA-RETORNO.
           IF (WS-RETORNO-STATUS NOT = "00") THEN
               DISPLAY "ROTA-RETORNO.DAT NAO ENCONTRADO!"
               CLOSE ROTA-RETORNO
               GO FIM-IMPORTAR-LEITURAS
           END-IF.
           PERFORM CARREGAR-LEITURAS.
           MOVE SPACES TO WS-LEITURAS-STATUS.
           OPEN EXTEND FICHEIRO-LEITURAS.
           IF (WS-LEITURAS-STATUS = "35") THEN
               OPEN OUTPUT FICHEIRO-LEITURAS
           END-IF.
           OPEN OUTPUT POR-ESTIMAR.
           MOVE "CONTAS SEM LEITURA IMPORTADA - FATURADAS POR "
               & "ESTIMATIVA" TO ESTIMAR-LINHA.
           WRITE ESTIMAR-LINHA.
           MOVE "ZONA ORDEM CONTA      PERIODO MOTIVO"
               TO ESTIMAR-LINHA.
           WRITE ESTIMAR-LINHA.
           MOVE 0 TO WS-IMPORTADAS.
           MOVE 0 TO WS-SUSPEITAS.
           MOVE 0 TO WS-A-ESTIMAR.
           MOVE 0 TO WS-RECUSADAS.
           PERFORM UNTIL WS-RETORNO-STATUS = "10"
               READ ROTA-RETORNO
                   AT END MOVE "10" TO WS-RETORNO-STATUS
                   NOT AT END
                       MOVE REG-ROTA-RETORNO TO WS-REG-ROTA
                       PERFORM IMPORTAR-REGISTO
                           THRU FIM-IMPORTAR-REGISTO
               END-READ
           END-PERFORM.
           CLOSE ROTA-RETORNO.
           CLOSE FICHEIRO-LEITURAS.
           CLOSE POR-ESTIMAR.
           DISPLAY "--- IMPORTACAO DAS LEITURAS ---".
           DISPLAY "LEITURAS IMPORTADAS:        " WS-IMPORTADAS.
           DISPLAY "  DAS QUAIS SUSPEITAS (FUGA): " WS-SUSPEITAS.
           DISPLAY "NAO LIDAS / SEM ACESSO:     " WS-A-ESTIMAR.
           DISPLAY "RECUSADAS PELAS VALIDACOES: " WS-RECUSADAS.
           DISPLAY "LISTA PARA ESTIMATIVA EM LEITURAS-POR-ESTIMAR.TXT".
       FIM-IMPORTAR-LEITURAS.
           EXIT.

       IMPORTAR-REGISTO.
           MOVE RTA-CONTA TO WS-CONTA.
           MOVE RTA-PERIODO TO WS-PERIODO.
           IF (NOT RTA-LIDO) THEN
               EVALUATE TRUE
                   WHEN RTA-SEM-ACESSO
                       MOVE "SEM ACESSO AO CONTADOR" TO WS-MOTIVO
                   WHEN RTA-DANIFICADO
                       MOVE "CONTADOR DANIFICADO/ILEGIVEL"
                           TO WS-MOTIVO
                   WHEN OTHER
                       MOVE "NAO LIDO" TO WS-MOTIVO
               END-EVALUATE
               ADD 1 TO WS-A-ESTIMAR
               PERFORM ESCREVER-POR-ESTIMAR
               GO FIM-IMPORTAR-REGISTO
           END-IF.
           IF (RTA-LEITURA IS NOT NUMERIC) THEN
               MOVE "LEITURA NAO NUMERICA" TO WS-MOTIVO
               GO RECUSAR-REGISTO
           END-IF.
           MOVE RTA-LEITURA TO WS-LEITURA.
           MOVE WS-CONTA TO WS-AGM-PESQUISA.
           PERFORM PROCURAR-AGUA-MESTRE.
           IF (WS-AGM-ACHADA = 0) THEN
               MOVE "CONTA SEM FICHA NO MESTRE" TO WS-MOTIVO
               GO RECUSAR-REGISTO
           END-IF.
           MOVE "N" TO WS-JA-REGISTADA.
           PERFORM VARYING IDX-LEI FROM 1 BY 1
               UNTIL IDX-LEI > WS-NUM-LEITURAS
               IF (LEI-T-CONTA(IDX-LEI) = WS-CONTA) AND
                  (LEI-T-PERIODO(IDX-LEI) = WS-PERIODO) THEN
                   MOVE "S" TO WS-JA-REGISTADA
               END-IF
           END-PERFORM.
           IF (WS-JA-REGISTADA = "S") THEN
               MOVE "JA REGISTADA NESTE PERIODO" TO WS-MOTIVO
               GO RECUSAR-REGISTO
           END-IF.
      * Mesmas regras da faturacao: abaixo da ultima leitura real so
      * com confirmacao de volta/substituicao no ecran; com troca de
      * contador conta o antigo ate a leitura final e o novo desde a
      * leitura inicial.
           PERFORM APURAR-HISTORICO-CONTA.
           MOVE WS-CONTA TO WS-TRC-PESQUISA.
           MOVE WS-PERIODO TO WS-TRC-PERIODO-LIMITE.
           PERFORM PROCURAR-TROCA-PENDENTE.
           IF (WS-TRC-ACHADA > 0) THEN
               IF (WS-LEITURA <
                   TRC-T-LEITURA-INICIAL(WS-TRC-ACHADA)) OR
                  (TRC-T-LEITURA-FINAL(WS-TRC-ACHADA) <
                   WS-LEITURA-ANT) THEN
                   MOVE "INCOERENTE COM TROCA CONTADOR" TO WS-MOTIVO
                   GO RECUSAR-REGISTO
               END-IF
               COMPUTE WS-CONSUMO-IMPLICITO =
                   (TRC-T-LEITURA-FINAL(WS-TRC-ACHADA) -
                    WS-LEITURA-ANT) +
                   (WS-LEITURA - TRC-T-LEITURA-INICIAL(WS-TRC-ACHADA))
           ELSE
               IF (WS-LEITURA < WS-LEITURA-ANT) THEN
                   MOVE "INFERIOR A ANTERIOR - VER ECRAN" TO WS-MOTIVO
                   GO RECUSAR-REGISTO
               END-IF
               COMPUTE WS-CONSUMO-IMPLICITO =
                   WS-LEITURA - WS-LEITURA-ANT
           END-IF.
           MOVE "N" TO WS-LEITURA-SUSPEITA.
           IF (WS-REGS-MEDIA > 0) THEN
               COMPUTE WS-MEDIA-CONSUMO ROUNDED =
                   WS-SOMA-MEDIA / WS-REGS-MEDIA
               COMPUTE WS-LIMIAR-FUGA =
                   WS-MEDIA-CONSUMO * WS-MULTIPLO-FUGA
               IF (WS-MEDIA-CONSUMO > 0) AND
                  (WS-CONSUMO-IMPLICITO > WS-LIMIAR-FUGA) THEN
                   MOVE "S" TO WS-LEITURA-SUSPEITA
                   ADD 1 TO WS-SUSPEITAS
                   PERFORM EMITIR-AVISO-FUGA
               END-IF
           END-IF.
           MOVE WS-CONTA TO LEI-CONTA.
           MOVE WS-PERIODO TO LEI-PERIODO.
           MOVE WS-LEITURA TO LEI-LEITURA.
           MOVE WS-LEITURA-SUSPEITA TO LEI-SUSPEITA.
           WRITE REG-LEITURA.
           IF (WS-NUM-LEITURAS < 900) THEN
               ADD 1 TO WS-NUM-LEITURAS
               MOVE WS-CONTA TO LEI-T-CONTA(WS-NUM-LEITURAS)
               MOVE WS-PERIODO TO LEI-T-PERIODO(WS-NUM-LEITURAS)
           END-IF.
           ADD 1 TO WS-IMPORTADAS.
           GO FIM-IMPORTAR-REGISTO.
       RECUSAR-REGISTO.
           ADD 1 TO WS-RECUSADAS.
           PERFORM ESCREVER-POR-ESTIMAR.
       FIM-IMPORTAR-REGISTO.
           EXIT.

       ESCREVER-POR-ESTIMAR.
           MOVE SPACES TO ESTIMAR-LINHA.
           STRING RTA-ZONA " " RTA-ORDEM  " " RTA-CONTA " "
               RTA-PERIODO "  " WS-MOTIVO
               DELIMITED BY SIZE INTO ESTIMAR-LINHA.
           WRITE ESTIMAR-LINHA.

      * Aviso de possivel rotura ao cliente, como na entrada manual da
      * leitura; no terminal nao ha confirmacao, a leitura fica
      * marcada como suspeita.
       EMITIR-AVISO-FUGA.
           MOVE SPACES TO WS-AVISOS-STATUS.
           OPEN EXTEND AVISOS-FUGA.
           IF (WS-AVISOS-STATUS = "35") THEN
               OPEN OUTPUT AVISOS-FUGA
           END-IF.
           MOVE "============================================"
               TO AVISO-FUGA-LINHA.
           WRITE AVISO-FUGA-LINHA.
           MOVE SPACES TO AVISO-FUGA-LINHA.
           STRING "AVISO DE POSSIVEL FUGA - CONTA " WS-CONTA
               DELIMITED BY SIZE INTO AVISO-FUGA-LINHA.
           WRITE AVISO-FUGA-LINHA.
           MOVE SPACES TO AVISO-FUGA-LINHA.
           STRING "LEITURA ANTERIOR: " WS-LEITURA-ANT
               "  LEITURA ATUAL: " WS-LEITURA
               DELIMITED BY SIZE INTO AVISO-FUGA-LINHA.
           WRITE AVISO-FUGA-LINHA.
           MOVE SPACES TO AVISO-FUGA-LINHA.
           STRING "CONSUMO " WS-CONSUMO-IMPLICITO
               " M3 CONTRA A MEDIA DE " WS-MEDIA-CONSUMO " M3"
               DELIMITED BY SIZE INTO AVISO-FUGA-LINHA.
           WRITE AVISO-FUGA-LINHA.
           MOVE "RECOMENDA-SE VERIFICAR A REDE INTERNA DA HABITACAO."
               TO AVISO-FUGA-LINHA.
           WRITE AVISO-FUGA-LINHA.
           MOVE "============================================"
               TO AVISO-FUGA-LINHA.
           WRITE AVISO-FUGA-LINHA.
           CLOSE AVISOS-FUGA.

       CARREGAR-LEITURAS.
           MOVE 0 TO WS-NUM-LEITURAS.
           MOVE SPACES TO WS-LEITURAS-STATUS.
           OPEN INPUT FICHEIRO-LEITURAS.
           IF (WS-LEITURAS-STATUS = "00") THEN
               PERFORM UNTIL WS-LEITURAS-STATUS = "10"
                   READ FICHEIRO-LEITURAS
                       AT END MOVE "10" TO WS-LEITURAS-STATUS
                       NOT AT END
                           IF (WS-NUM-LEITURAS < 900) THEN
                               ADD 1 TO WS-NUM-LEITURAS
                               MOVE LEI-CONTA TO
                                   LEI-T-CONTA(WS-NUM-LEITURAS)
                               MOVE LEI-PERIODO TO
                                   LEI-T-PERIODO(WS-NUM-LEITURAS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-LEITURAS.

       CARREGAR-CONTAS.
           MOVE 0 TO WS-NUM-REGISTOS.
           MOVE "N" TO WS-CARGA-TRUNCADA.
           MOVE SPACES TO WS-AGUA-STATUS.
           OPEN INPUT FICHEIRO-AGUA.
           IF (WS-AGUA-STATUS = "00") THEN
               PERFORM UNTIL WS-AGUA-STATUS = "10"
                   READ FICHEIRO-AGUA NEXT
                       AT END MOVE "10" TO WS-AGUA-STATUS
                       NOT AT END
                           IF (WS-NUM-REGISTOS < 900) THEN
                               ADD 1 TO WS-NUM-REGISTOS
                               MOVE REG-LEITURA-AGUA TO
                                   AGUA-ITEM(WS-NUM-REGISTOS)
                           ELSE
                               MOVE "S" TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AGUA
           END-IF.

       COPY "AGUA-MESTRE-PROC.cpy".

       COPY "CONTADORES-AGUA-PROC.cpy".

       COPY "TROCAS-CONTADOR-PROC.cpy".

       COPY "FUGA-PROC.cpy".

       END PROGRAM T01_11-ROTAS.
