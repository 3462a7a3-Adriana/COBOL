      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mesada da casa - orcamento mensal por categoria para
      *          cada membro da familia (FAMILIA-MESADA.DAT, com valor
      *          e percentagens proprios), gastos em GASTOS-MOV.DAT e
      *          templates recorrentes com o membro, transferencias
      *          entre membros com as duas pernas registadas, e mapa,
      *          extrato e historico por membro ou da casa toda.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "MESADA-SELECT.cpy".
           COPY "FAMILIA-SELECT.cpy".
           SELECT FICHEIRO-GASTOS ASSIGN TO "GASTOS-MOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GASTOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "MESADA-FD.cpy".
           COPY "FAMILIA-FD.cpy".

       FD  FICHEIRO-GASTOS.
       01  REG-GASTO.
           05 MOV-CATEGORIA       PIC X(12).
           05 MOV-DESCRICAO       PIC X(20).
           05 MOV-VALOR           PIC 9(06)V99.
           05 MOV-MEMBRO          PIC X(06).
      * Espaco = gasto; E/R = transferencia enviada/recebida pelo
      * membro, com o outro membro em MOV-CONTRAPARTE.
           05 MOV-TIPO            PIC X(01).
           05 MOV-CONTRAPARTE     PIC X(06).

       FD  FICHEIRO-RECORRENTES.
       01  REG-RECORRENTE.
           05 RCR-DIA             PIC 9(02).
           05 RCR-DATA-FIM        PIC 9(08).
           05 RCR-ATIVO           PIC X(01).
           05 RCR-MEMBRO          PIC X(06).

       WORKING-STORAGE SECTION.
       77 TEMP                PIC X(06) VALUES SPACES.
       77 WS-SOMA-PERCENT     PIC 9(03) VALUES 0.
       77 WS-GASTOS-STATUS     PIC XX VALUES SPACES.
       77 WS-MODO              PIC A VALUES SPACES.
           88 VALIDAR-MODO VALUES "R" "M" "E" "T" "P" "F" "X".
       77 WS-RECORRENTES-STATUS PIC XX VALUES SPACES.
       77 IDX-RCR              PIC 9(02) VALUES 0.
       77 WS-NUM-RECORRENTES   PIC 9(02) VALUES 0.
               10 RCR-T-DIA       PIC 9(02).
               10 RCR-T-DATA-FIM  PIC 9(08).
               10 RCR-T-ATIVO     PIC X(01).
               10 RCR-T-MEMBRO    PIC X(06).
       77 WS-CAT-ESCOLHIDA     PIC 9(01) VALUES 0.
           88 VALIDAR-CAT VALUES 1 THRU 6.
       77 WS-DATA-MOV          PIC 9(08) VALUES 0.
               10 CAT-GASTO-S     PIC Z,ZZ9.99.
               10 CAT-VARIACAO    PIC S9(06)V99.
               10 CAT-VARIACAO-S  PIC -(5)9.99.
       77 WS-FAMILIA-STATUS    PIC XX VALUES SPACES.
       77 IDX-FAM              PIC 9(02) VALUES 0.
       77 WS-NUM-FAMILIA       PIC 9(02) VALUES 0.
       77 WS-FAM-ACHADO        PIC 9(02) VALUES 0.
      * Membro em tratamento; em branco no mapa e no extrato = a casa
      * toda, nos gastos = despesa comum.
       77 WS-MEMBRO            PIC X(06) VALUES SPACES.
       77 WS-MEMBRO-DESTINO    PIC X(06) VALUES SPACES.
       77 WS-TRANSF-ENVIADAS   PIC 9(07)V99 VALUES 0.
       77 WS-TRANSF-RECEBIDAS  PIC 9(07)V99 VALUES 0.
       77 WS-TOTAL-GASTO       PIC 9(07)V99 VALUES 0.
       77 WS-SALDO             PIC S9(07)V99 VALUES 0.
       77 WS-SALDO-S           PIC -(6)9.99.
       77 WS-ENVIADAS-S        PIC Z(5)9.99.
       77 WS-RECEBIDAS-S       PIC Z(5)9.99.
       01 TABELA-FAMILIA.
           05 FAM-ITEM OCCURS 10 TIMES.
               10 FAM-T-CODIGO    PIC X(06).
               10 FAM-T-NOME      PIC X(20).
               10 FAM-T-MESADA    PIC 9(06)V99.
               10 FAM-T-PERCENT   PIC 9(03) OCCURS 6 TIMES.
      * Historico da casa: soma dos membros por periodo e categoria.
       77 IDX-HIS              PIC 9(03) VALUES 0.
       77 WS-NUM-HIS           PIC 9(03) VALUES 0.
       77 WS-HIS-ACHADO        PIC 9(03) VALUES 0.
       01 TABELA-HISTORICO-CASA.
           05 HIS-ITEM OCCURS 240 TIMES.
               10 HIS-PERIODO     PIC 9(06).
               10 HIS-CATEGORIA   PIC X(12).
               10 HIS-ORCAMENTO   PIC 9(07)V99.
               10 HIS-GASTO       PIC 9(07)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-PERIODO = WS-HOJE / 100.
           PERFORM SEMEAR-CATEGORIAS.
           PERFORM CARREGAR-FAMILIA.
       LER-MODO.
           DISPLAY "(R)EGISTAR (M)APA (E)XTRATO (T)EMPL. (P)ROC.REC."
               " (F)AMILIA TRANSF(X):" AT 0201.
           ACCEPT WS-MODO AT 0272.
           MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO.
           IF (NOT VALIDAR-MODO) THEN
               DISPLAY "DIGITE R, M, E, T, P, F OU X!" AT 0301
               GO LER-MODO
           END-IF.
           EVALUATE WS-MODO
               WHEN "P"
                   PERFORM PROCESSAR-RECORRENTES
                   GO LER-MODO
               WHEN "F"
                   PERFORM GERIR-FAMILIA THRU FIM-GERIR-FAMILIA
                   GO LER-MODO
               WHEN "X"
                   PERFORM TRANSFERIR-ENTRE-MEMBROS
                       THRU FIM-TRANSFERIR
                   GO LER-MODO
           END-EVALUATE.
      * Mapa de um membro (valor e percentagens da sua ficha) ou da
      * casa (soma dos orcamentos de todos os membros); sem membros
      * registados pede-se a mesada como sempre.
           PERFORM LER-MEMBRO-OU-CASA.
           IF (WS-MEMBRO NOT = SPACES) AND (WS-FAM-ACHADO = 0) THEN
               GO LER-MODO
           END-IF.
           IF (WS-MEMBRO NOT = SPACES) THEN
               MOVE FAM-T-MESADA(WS-FAM-ACHADO) TO MESADA
               PERFORM VARYING IDX-CAT FROM 1 BY 1 UNTIL IDX-CAT > 6
                   MOVE FAM-T-PERCENT(WS-FAM-ACHADO IDX-CAT)
                       TO CAT-PERCENT(IDX-CAT)
               END-PERFORM
               GO PROCESSAMENTO
           END-IF.
           IF (WS-NUM-FAMILIA > 0) THEN
               PERFORM ORCAMENTO-DA-CASA
               GO ORCAMENTO-CALCULADO
           END-IF.
           DISPLAY "MESADA:" AT 0340.
           ACCEPT TEMP AT 0348.
           MOVE FUNCTION NUMVAL(TEMP) TO MESADA.
           DISPLAY "PERSONALIZAR PERCENTAGENS? (S/N):" AT 0401.
           ACCEPT WS-PERSONALIZAR AT 0435.
                   MESADA * CAT-PERCENT(IDX-CAT) / 100
               MOVE CAT-ORCAMENTO(IDX-CAT) TO CAT-ORCAMENTO-S(IDX-CAT)
           END-PERFORM.
       ORCAMENTO-CALCULADO.
           PERFORM LER-GASTOS.
       SAIDA.
           DISPLAY "CATEGORIA     ORCAMENTO    GASTO    VARIACAO"
                   CAT-GASTO-S(IDX-CAT) "  "
                   CAT-VARIACAO-S(IDX-CAT)
           END-PERFORM.
           PERFORM MOSTRAR-SALDO.
      * O historico guarda-se por membro; o da casa obtem-se somando.
           IF (WS-MEMBRO NOT = SPACES) OR (WS-NUM-FAMILIA = 0) THEN
               PERFORM REGISTAR-HISTORICO
           END-IF.
           DISPLAY "VER HISTORICO DE MESES ANTERIORES? (S/N):" AT 1401.
           ACCEPT WS-VER-HISTORICO AT 1443.
           IF (FUNCTION UPPER-CASE(WS-VER-HISTORICO) = "S") THEN
           PERFORM VARYING IDX-CAT FROM 1 BY 1 UNTIL IDX-CAT > 6
               MOVE 0 TO CAT-GASTO(IDX-CAT)
           END-PERFORM.
           MOVE 0 TO WS-TRANSF-ENVIADAS.
           MOVE 0 TO WS-TRANSF-RECEBIDAS.
           MOVE SPACES TO WS-GASTOS-STATUS.
           OPEN INPUT FICHEIRO-GASTOS.
           IF (WS-GASTOS-STATUS = "00") THEN
                       NOT AT END
                           DIVIDE MOV-DATA BY 100
                               GIVING WS-PERIODO-MOV
                           IF (WS-PERIODO-MOV = WS-PERIODO) AND
                              ((WS-MEMBRO = SPACES) OR
                               (MOV-MEMBRO = WS-MEMBRO)) THEN
                               PERFORM ACUMULAR-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE CAT-GASTO(IDX-CAT) TO CAT-GASTO-S(IDX-CAT)
           END-PERFORM.

      * As transferencias nao sao gasto de categoria: contam a parte
      * no saldo do membro (na casa anulam-se uma a outra).
       ACUMULAR-MOVIMENTO.
           EVALUATE MOV-TIPO
               WHEN "E"
                   ADD MOV-VALOR TO WS-TRANSF-ENVIADAS
               WHEN "R"
                   ADD MOV-VALOR TO WS-TRANSF-RECEBIDAS
               WHEN OTHER
                   PERFORM VARYING IDX-CAT FROM 1 BY 1
                       UNTIL IDX-CAT > 6
                       IF (CAT-NOME(IDX-CAT) = MOV-CATEGORIA) THEN
                           ADD MOV-VALOR TO CAT-GASTO(IDX-CAT)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       MOSTRAR-SALDO.
           MOVE 0 TO WS-TOTAL-GASTO.
           PERFORM VARYING IDX-CAT FROM 1 BY 1 UNTIL IDX-CAT > 6
               ADD CAT-GASTO(IDX-CAT) TO WS-TOTAL-GASTO
           END-PERFORM.
           COMPUTE WS-SALDO = MESADA - WS-TOTAL-GASTO
               - WS-TRANSF-ENVIADAS + WS-TRANSF-RECEBIDAS.
           MOVE WS-SALDO TO WS-SALDO-S.
           MOVE WS-TRANSF-ENVIADAS TO WS-ENVIADAS-S.
           MOVE WS-TRANSF-RECEBIDAS TO WS-RECEBIDAS-S.
           IF (WS-MEMBRO = SPACES) THEN
               DISPLAY "TRANSF. INTERNAS: " WS-ENVIADAS-S
                   "  SALDO DA CASA: " WS-SALDO-S AT 1301
           ELSE
               DISPLAY "ENVIADAS: " WS-ENVIADAS-S "  RECEBIDAS: "
                   WS-RECEBIDAS-S "  SALDO: " WS-SALDO-S AT 1301
           END-IF.

      * Codigo do membro; ENTER = casa toda (ou despesa comum).
       LER-MEMBRO-OU-CASA.
           DISPLAY "MEMBRO (ENTER=CASA):" AT 0301.
           MOVE SPACES TO WS-MEMBRO.
           ACCEPT WS-MEMBRO AT 0322.
           MOVE FUNCTION UPPER-CASE(WS-MEMBRO) TO WS-MEMBRO.
           MOVE 0 TO WS-FAM-ACHADO.
           IF (WS-MEMBRO NOT = SPACES) THEN
               PERFORM PROCURAR-MEMBRO
               IF (WS-FAM-ACHADO = 0) THEN
                   DISPLAY "MEMBRO DESCONHECIDO!" AT 0330
               END-IF
           END-IF.

       PROCURAR-MEMBRO.
           MOVE 0 TO WS-FAM-ACHADO.
           PERFORM VARYING IDX-FAM FROM 1 BY 1
               UNTIL IDX-FAM > WS-NUM-FAMILIA
               IF (FAM-T-CODIGO(IDX-FAM) = WS-MEMBRO) THEN
                   MOVE IDX-FAM TO WS-FAM-ACHADO
               END-IF
           END-PERFORM.

      * Orcamento da casa: cada membro com a sua mesada e as suas
      * percentagens.
       ORCAMENTO-DA-CASA.
           MOVE 0 TO MESADA.
           PERFORM VARYING IDX-CAT FROM 1 BY 1 UNTIL IDX-CAT > 6
               MOVE 0 TO CAT-ORCAMENTO(IDX-CAT)
           END-PERFORM.
           PERFORM VARYING IDX-FAM FROM 1 BY 1
               UNTIL IDX-FAM > WS-NUM-FAMILIA
               ADD FAM-T-MESADA(IDX-FAM) TO MESADA
               PERFORM VARYING IDX-CAT FROM 1 BY 1 UNTIL IDX-CAT > 6
                   COMPUTE CAT-ORCAMENTO(IDX-CAT) =
                       CAT-ORCAMENTO(IDX-CAT) + FAM-T-MESADA(IDX-FAM)
                       * FAM-T-PERCENT(IDX-FAM IDX-CAT) / 100
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING IDX-CAT FROM 1 BY 1 UNTIL IDX-CAT > 6
               IF (MESADA > 0) THEN
                   COMPUTE CAT-PERCENT(IDX-CAT) ROUNDED =
                       CAT-ORCAMENTO(IDX-CAT) * 100 / MESADA
               END-IF
               MOVE CAT-ORCAMENTO(IDX-CAT) TO CAT-ORCAMENTO-S(IDX-CAT)
           END-PERFORM.

       REGISTAR-GASTOS.
           PERFORM VARYING IDX-CAT FROM 1 BY 1 UNTIL IDX-CAT > 6
               DISPLAY IDX-CAT "-" CAT-NOME(IDX-CAT)
           IF (WS-DATA-MOV = 0) THEN
               MOVE WS-HOJE TO WS-DATA-MOV
           END-IF.
           DISPLAY "MEMBRO (ENTER=COMUM):" AT 0345.
           MOVE SPACES TO WS-MEMBRO.
           ACCEPT WS-MEMBRO AT 0367.
           MOVE FUNCTION UPPER-CASE(WS-MEMBRO) TO WS-MEMBRO.
           IF (WS-MEMBRO NOT = SPACES) THEN
               PERFORM PROCURAR-MEMBRO
               IF (WS-FAM-ACHADO = 0) THEN
                   DISPLAY "MEMBRO DESCONHECIDO!" AT 0421
                   GO LER-MOVIMENTO
               END-IF
           END-IF.
           DISPLAY "CATEGORIA (1-6):" AT 0401.
           ACCEPT WS-CAT-ESCOLHIDA AT 0418.
           IF (NOT VALIDAR-CAT) THEN
           MOVE CAT-NOME(WS-CAT-ESCOLHIDA) TO MOV-CATEGORIA.
           MOVE WS-DESCRICAO-MOV TO MOV-DESCRICAO.
           MOVE WS-VALOR-MOV TO MOV-VALOR.
           MOVE WS-MEMBRO TO MOV-MEMBRO.
           MOVE SPACES TO MOV-TIPO.
           MOVE SPACES TO MOV-CONTRAPARTE.
           WRITE REG-GASTO.
           CLOSE FICHEIRO-GASTOS.
           DISPLAY "MAIS UM GASTO? (S/N):" AT 0701.
               DISPLAY IDX-CAT "-" CAT-NOME(IDX-CAT)
                   AT LINE (2 + IDX-CAT) COL 60
           END-PERFORM.
           DISPLAY "CATEGORIA DO EXTRATO (1-6):" AT 0401.
           ACCEPT WS-CAT-ESCOLHIDA AT 0429.
           IF (NOT VALIDAR-CAT) THEN
               GO EXTRATO-CATEGORIA
           END-IF.
           PERFORM LER-MEMBRO-OU-CASA.
           IF (WS-MEMBRO NOT = SPACES) AND (WS-FAM-ACHADO = 0) THEN
               GO EXTRATO-CATEGORIA
           END-IF.
           DISPLAY "DATA      DESCRICAO            VALOR     MEMBRO"
               AT 0501.
           MOVE SPACES TO WS-GASTOS-STATUS.
           OPEN INPUT FICHEIRO-GASTOS.
           IF (WS-GASTOS-STATUS NOT = "00") THEN
               DISPLAY "SEM MOVIMENTOS REGISTADOS." AT 0601
           ELSE
               PERFORM UNTIL WS-GASTOS-STATUS = "10"
                   READ FICHEIRO-GASTOS
                               GIVING WS-PERIODO-MOV
                           IF (WS-PERIODO-MOV = WS-PERIODO) AND
                              (MOV-CATEGORIA =
                               CAT-NOME(WS-CAT-ESCOLHIDA)) AND
                              (MOV-TIPO = SPACES) AND
                              ((WS-MEMBRO = SPACES) OR
                               (MOV-MEMBRO = WS-MEMBRO)) THEN
                               MOVE MOV-VALOR TO WS-VALOR-S
                               DISPLAY MOV-DATA "  " MOV-DESCRICAO
                                   "  " WS-VALOR-S "  " MOV-MEMBRO
                           END-IF
                   END-READ
               END-PERFORM
       GERIR-RECORRENTES.
           PERFORM CARREGAR-RECORRENTES.
           DISPLAY "N. CATEGORIA     DESCRICAO            VALOR"
               "    DIA FIM      A MEMBRO" AT 0301.
           PERFORM VARYING IDX-RCR FROM 1 BY 1
               UNTIL IDX-RCR > WS-NUM-RECORRENTES
               MOVE RCR-T-VALOR(IDX-RCR) TO WS-VALOR-S
                   RCR-T-DESCRICAO(IDX-RCR) " " WS-VALOR-S " "
                   RCR-T-DIA(IDX-RCR) " "
                   RCR-T-DATA-FIM(IDX-RCR) " "
                   RCR-T-ATIVO(IDX-RCR) " "
                   RCR-T-MEMBRO(IDX-RCR)
                   AT LINE (3 + IDX-RCR) COL 1
           END-PERFORM.
           DISPLAY "(N)OVO TEMPLATE, (C)ANCELAR OU ENTER VOLTA:"
               END-IF
               MOVE CAT-NOME(WS-CAT-ESCOLHIDA)
                   TO RCR-T-CATEGORIA(WS-NUM-RECORRENTES)
               DISPLAY "MEMBRO (ENTER=COMUM):" AT 1925
               MOVE SPACES TO WS-MEMBRO
               ACCEPT WS-MEMBRO AT 1947
               MOVE FUNCTION UPPER-CASE(WS-MEMBRO) TO WS-MEMBRO
               PERFORM PROCURAR-MEMBRO
               IF (WS-FAM-ACHADO = 0) THEN
                   MOVE SPACES TO WS-MEMBRO
               END-IF
               MOVE WS-MEMBRO TO RCR-T-MEMBRO(WS-NUM-RECORRENTES)
               DISPLAY "DESCRICAO:" AT 2001
               ACCEPT RCR-T-DESCRICAO(WS-NUM-RECORRENTES) AT 2012
               DISPLAY "VALOR:" AT 2101
                              (MOV-CATEGORIA =
                               RCR-T-CATEGORIA(IDX-RCR)) AND
                              (MOV-DESCRICAO =
                               RCR-T-DESCRICAO(IDX-RCR)) AND
                              (MOV-MEMBRO = RCR-T-MEMBRO(IDX-RCR)) THEN
                               MOVE "S" TO WS-JA-LANCADO
                           END-IF
                   END-READ
               MOVE RCR-T-CATEGORIA(IDX-RCR) TO MOV-CATEGORIA
               MOVE RCR-T-DESCRICAO(IDX-RCR) TO MOV-DESCRICAO
               MOVE RCR-T-VALOR(IDX-RCR) TO MOV-VALOR
               MOVE RCR-T-MEMBRO(IDX-RCR) TO MOV-MEMBRO
               MOVE SPACES TO MOV-TIPO
               MOVE SPACES TO MOV-CONTRAPARTE
               WRITE REG-GASTO
               CLOSE FICHEIRO-GASTOS
               ADD 1 TO WS-LANCADOS
               MOVE CAT-NOME(IDX-CAT) TO MES-CATEGORIA
               MOVE CAT-ORCAMENTO(IDX-CAT) TO MES-ORCAMENTO
               MOVE CAT-GASTO(IDX-CAT) TO MES-GASTO
               MOVE WS-MEMBRO TO MES-MEMBRO
               WRITE REG-MESADA
           END-PERFORM.
           CLOSE FICHEIRO-MESADA.

      * Historico do membro do mapa; para a casa somam-se os membros
      * por periodo e categoria.
       LISTAR-HISTORICO.
           MOVE 0 TO WS-NUM-HIS.
           OPEN INPUT FICHEIRO-MESADA.
           IF (WS-MESADA-STATUS NOT = "00") THEN
               DISPLAY "NAO HA HISTORICO DISPONIVEL." AT 1501
                   READ FICHEIRO-MESADA
                       AT END MOVE "10" TO WS-MESADA-STATUS
                       NOT AT END
                           IF (WS-MEMBRO = SPACES) THEN
                               PERFORM JUNTAR-HISTORICO-CASA
                           ELSE
                               IF (MES-MEMBRO = WS-MEMBRO) THEN
                                   DISPLAY MES-PERIODO "  "
                                       MES-CATEGORIA "  "
                                       MES-ORCAMENTO "  " MES-GASTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MESADA
               PERFORM VARYING IDX-HIS FROM 1 BY 1
                   UNTIL IDX-HIS > WS-NUM-HIS
                   DISPLAY HIS-PERIODO(IDX-HIS) "  "
                       HIS-CATEGORIA(IDX-HIS) " "
                       HIS-ORCAMENTO(IDX-HIS) " " HIS-GASTO(IDX-HIS)
               END-PERFORM
           END-IF.

       JUNTAR-HISTORICO-CASA.
           MOVE 0 TO WS-HIS-ACHADO.
           PERFORM VARYING IDX-HIS FROM 1 BY 1
               UNTIL IDX-HIS > WS-NUM-HIS
               IF (HIS-PERIODO(IDX-HIS) = MES-PERIODO) AND
                  (HIS-CATEGORIA(IDX-HIS) = MES-CATEGORIA) THEN
                   MOVE IDX-HIS TO WS-HIS-ACHADO
               END-IF
           END-PERFORM.
           IF (WS-HIS-ACHADO = 0) AND (WS-NUM-HIS < 240) THEN
               ADD 1 TO WS-NUM-HIS
               MOVE WS-NUM-HIS TO WS-HIS-ACHADO
               MOVE MES-PERIODO TO HIS-PERIODO(WS-HIS-ACHADO)
               MOVE MES-CATEGORIA TO HIS-CATEGORIA(WS-HIS-ACHADO)
               MOVE 0 TO HIS-ORCAMENTO(WS-HIS-ACHADO)
               MOVE 0 TO HIS-GASTO(WS-HIS-ACHADO)
           END-IF.
           IF (WS-HIS-ACHADO > 0) THEN
               ADD MES-ORCAMENTO TO HIS-ORCAMENTO(WS-HIS-ACHADO)
               ADD MES-GASTO TO HIS-GASTO(WS-HIS-ACHADO)
           END-IF.

      * Transferencia entre membros (emprestimo ou oferta): uma linha
      * de saida no membro que da e outra de entrada no que recebe.
       TRANSFERIR-ENTRE-MEMBROS.
           DISPLAY "DE (MEMBRO):" AT 0301.
           MOVE SPACES TO WS-MEMBRO.
           ACCEPT WS-MEMBRO AT 0315.
           MOVE FUNCTION UPPER-CASE(WS-MEMBRO) TO WS-MEMBRO.
           PERFORM PROCURAR-MEMBRO.
           IF (WS-MEMBRO = SPACES) OR (WS-FAM-ACHADO = 0) THEN
               DISPLAY "MEMBRO DESCONHECIDO!" AT 0330
               GO FIM-TRANSFERIR
           END-IF.
           DISPLAY "PARA (MEMBRO):" AT 0401.
           MOVE SPACES TO WS-MEMBRO-DESTINO.
           ACCEPT WS-MEMBRO-DESTINO AT 0417.
           MOVE FUNCTION UPPER-CASE(WS-MEMBRO-DESTINO)
               TO WS-MEMBRO-DESTINO.
           MOVE WS-MEMBRO TO TEMP.
           MOVE WS-MEMBRO-DESTINO TO WS-MEMBRO.
           PERFORM PROCURAR-MEMBRO.
           MOVE TEMP TO WS-MEMBRO.
           IF (WS-MEMBRO-DESTINO = SPACES) OR (WS-FAM-ACHADO = 0) OR
              (WS-MEMBRO-DESTINO = WS-MEMBRO) THEN
               DISPLAY "MEMBRO DE DESTINO INVALIDO!" AT 0430
               GO FIM-TRANSFERIR
           END-IF.
           DISPLAY "DESCRICAO:" AT 0501.
           MOVE SPACES TO WS-DESCRICAO-MOV.
           ACCEPT WS-DESCRICAO-MOV AT 0512.
           DISPLAY "VALOR:" AT 0601.
           ACCEPT WS-VALOR-MOV AT 0608.
           IF (WS-VALOR-MOV = 0) THEN
               DISPLAY "VALOR INVALIDO!" AT 0620
               GO FIM-TRANSFERIR
           END-IF.
           OPEN EXTEND FICHEIRO-GASTOS.
           IF (WS-GASTOS-STATUS = "35") THEN
               OPEN OUTPUT FICHEIRO-GASTOS
           END-IF.
           MOVE WS-HOJE TO MOV-DATA.
           MOVE "TRANSF" TO MOV-CATEGORIA.
           MOVE WS-DESCRICAO-MOV TO MOV-DESCRICAO.
           MOVE WS-VALOR-MOV TO MOV-VALOR.
           MOVE WS-MEMBRO TO MOV-MEMBRO.
           MOVE "E" TO MOV-TIPO.
           MOVE WS-MEMBRO-DESTINO TO MOV-CONTRAPARTE.
           WRITE REG-GASTO.
           MOVE WS-MEMBRO-DESTINO TO MOV-MEMBRO.
           MOVE "R" TO MOV-TIPO.
           MOVE WS-MEMBRO TO MOV-CONTRAPARTE.
           WRITE REG-GASTO.
           CLOSE FICHEIRO-GASTOS.
           MOVE WS-VALOR-MOV TO WS-VALOR-S.
           DISPLAY "TRANSFERIDO " WS-VALOR-S " DE " WS-MEMBRO
               " PARA " WS-MEMBRO-DESTINO "." AT 0701.
       FIM-TRANSFERIR.
           EXIT.

      * Membros da casa: codigo, nome, mesada e percentagens por
      * categoria de cada um.
       GERIR-FAMILIA.
           DISPLAY "MEMBRO NOME                   MESADA   SAU EDU ALI"
               " VES LAZ OUT" AT 0301.
           PERFORM VARYING IDX-FAM FROM 1 BY 1
               UNTIL IDX-FAM > WS-NUM-FAMILIA
               MOVE FAM-T-MESADA(IDX-FAM) TO WS-VALOR-S
               DISPLAY FAM-T-CODIGO(IDX-FAM) " " FAM-T-NOME(IDX-FAM)
                   " " WS-VALOR-S "  "
                   FAM-T-PERCENT(IDX-FAM 1) " "
                   FAM-T-PERCENT(IDX-FAM 2) " "
                   FAM-T-PERCENT(IDX-FAM 3) " "
                   FAM-T-PERCENT(IDX-FAM 4) " "
                   FAM-T-PERCENT(IDX-FAM 5) " "
                   FAM-T-PERCENT(IDX-FAM 6)
                   AT LINE (3 + IDX-FAM) COL 1
           END-PERFORM.
           DISPLAY "CODIGO DO MEMBRO A CRIAR/ALTERAR (ENTER VOLTA):"
               AT 1801.
           MOVE SPACES TO WS-MEMBRO.
           ACCEPT WS-MEMBRO AT 1849.
           MOVE FUNCTION UPPER-CASE(WS-MEMBRO) TO WS-MEMBRO.
           IF (WS-MEMBRO = SPACES) THEN
               GO FIM-GERIR-FAMILIA
           END-IF.
           PERFORM PROCURAR-MEMBRO.
           IF (WS-FAM-ACHADO = 0) THEN
               IF (WS-NUM-FAMILIA >= 10) THEN
                   DISPLAY "TABELA DE MEMBROS CHEIA!" AT 1901
                   GO FIM-GERIR-FAMILIA
               END-IF
               ADD 1 TO WS-NUM-FAMILIA
               MOVE WS-NUM-FAMILIA TO WS-FAM-ACHADO
               MOVE WS-MEMBRO TO FAM-T-CODIGO(WS-FAM-ACHADO)
               PERFORM SEMEAR-CATEGORIAS
               PERFORM VARYING IDX-CAT FROM 1 BY 1 UNTIL IDX-CAT > 6
                   MOVE CAT-PERCENT(IDX-CAT)
                       TO FAM-T-PERCENT(WS-FAM-ACHADO IDX-CAT)
               END-PERFORM
           END-IF.
           DISPLAY "NOME:" AT 1901.
           ACCEPT FAM-T-NOME(WS-FAM-ACHADO) AT 1907.
           DISPLAY "MESADA MENSAL:" AT 2001.
           ACCEPT TEMP AT 2016.
           MOVE FUNCTION NUMVAL(TEMP) TO FAM-T-MESADA(WS-FAM-ACHADO).
           DISPLAY "PERSONALIZAR PERCENTAGENS? (S/N):" AT 2101.
           ACCEPT WS-PERSONALIZAR AT 2135.
           IF (FUNCTION UPPER-CASE(WS-PERSONALIZAR) = "S") THEN
               PERFORM LER-PERCENTAGENS-MEMBRO
           END-IF.
           PERFORM GRAVAR-FAMILIA.
           DISPLAY "MEMBRO GRAVADO." AT 2301.
       FIM-GERIR-FAMILIA.
           EXIT.

       LER-PERCENTAGENS-MEMBRO.
           MOVE 0 TO WS-SOMA-PERCENT.
           PERFORM VARYING IDX-CAT FROM 1 BY 1 UNTIL IDX-CAT > 6
               DISPLAY "% PARA " CAT-NOME(IDX-CAT) ":" AT 2201
               ACCEPT TEMP AT 2225
               MOVE FUNCTION NUMVAL(TEMP)
                   TO FAM-T-PERCENT(WS-FAM-ACHADO IDX-CAT)
               ADD FAM-T-PERCENT(WS-FAM-ACHADO IDX-CAT)
                   TO WS-SOMA-PERCENT
           END-PERFORM.
           IF (WS-SOMA-PERCENT NOT = 100) THEN
               DISPLAY "AS PERCENTAGENS TEM DE SOMAR 100%. "
                   "TENTE NOVAMENTE." AT 2301
               GO LER-PERCENTAGENS-MEMBRO
           END-IF.

       CARREGAR-FAMILIA.
           MOVE 0 TO WS-NUM-FAMILIA.
           MOVE SPACES TO WS-FAMILIA-STATUS.
           OPEN INPUT FICHEIRO-FAMILIA.
           IF (WS-FAMILIA-STATUS = "00") THEN
               PERFORM UNTIL WS-FAMILIA-STATUS = "10"
                   READ FICHEIRO-FAMILIA
                       AT END MOVE "10" TO WS-FAMILIA-STATUS
                       NOT AT END
                           IF (WS-NUM-FAMILIA < 10) THEN
                               ADD 1 TO WS-NUM-FAMILIA
                               MOVE REG-FAMILIA TO
                                   FAM-ITEM(WS-NUM-FAMILIA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-FAMILIA
           END-IF.

       GRAVAR-FAMILIA.
           OPEN OUTPUT FICHEIRO-FAMILIA.
           PERFORM VARYING IDX-FAM FROM 1 BY 1
               UNTIL IDX-FAM > WS-NUM-FAMILIA
               MOVE FAM-ITEM(IDX-FAM) TO REG-FAMILIA
               WRITE REG-FAMILIA
           END-PERFORM.
           CLOSE FICHEIRO-FAMILIA.

       END PROGRAM T01_14.
