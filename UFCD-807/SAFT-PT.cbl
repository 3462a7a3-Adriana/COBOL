      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ficheiro SAF-T (PT) da faturacao dos tres negocios
      *          para um periodo (meses de um ano fiscal) - tabela de
      *          clientes por NIF (pedidos e CLIENTES.DAT, alugueres e
      *          CONTAS-CORP.DAT, agua e AGUA-MESTRE.DAT), tabela de
      *          produtos/servicos, tabela de IVA e cada fatura com
      *          linhas, imposto e totais (series PIZ, ALG e AGA),
      *          mais as notas de credito (series NPZ, NAL e NAG de
      *          NOTAS-CREDITO.DAT) com a referencia a fatura
      *          creditada e o motivo.
      *          A conta de mesa da pizzaria e uma so fatura com
      *          todos os pedidos da mesa; o hash e o ATCUD de cada
      *          fatura vem da cadeia em FATURAS-HASH.DAT.
      *          Antes de escrever o XML valida que as series nao tem
      *          buracos nem repetidos e que a base e o IVA batem com
      *          a declaracao do IVA-DECL para os mesmos meses; as
      *          conclusoes ficam em SAFT-VALIDACAO.TXT e, havendo
      *          erros, o ficheiro SAF-T nao e gerado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFT-PT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PEDIDOS-SELECT.cpy".
           COPY "CLIENTES-SELECT.cpy".
           COPY "ALUGUERES-SELECT.cpy".
           COPY "CONTAS-CORP-SELECT.cpy".
           COPY "AGUA-SELECT.cpy".
           COPY "AGUA-MESTRE-SELECT.cpy".
           COPY "FATURA-HASH-SELECT.cpy".
           COPY "NOTAS-CREDITO-SELECT.cpy".
           SELECT FICHEIRO-SAFT ASSIGN TO WS-NOME-SAFT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VALIDACAO-SAFT ASSIGN TO "SAFT-VALIDACAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "PEDIDOS-FD.cpy".
           COPY "CLIENTES-FD.cpy".
           COPY "ALUGUERES-FD.cpy".
           COPY "CONTAS-CORP-FD.cpy".
           COPY "AGUA-FD.cpy".
           COPY "AGUA-MESTRE-FD.cpy".
           COPY "FATURA-HASH-FD.cpy".
           COPY "NOTAS-CREDITO-FD.cpy".

       FD  FICHEIRO-SAFT.
       01  SAFT-LINHA             PIC X(250).

       FD  VALIDACAO-SAFT.
       01  VAL-LINHA              PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-PEDIDOS-STATUS      PIC XX VALUES SPACES.
       77 WS-CLIENTES-STATUS     PIC XX VALUES SPACES.
       77 WS-ALUGUERES-STATUS    PIC XX VALUES SPACES.
       77 WS-AGUA-STATUS         PIC XX VALUES SPACES.
       COPY "CONTAS-CORP-WS.cpy".
       COPY "AGUA-MESTRE-WS.cpy".
       COPY "NIF-WS.cpy".
       COPY "FATURA-HASH-WS.cpy".
       COPY "FATURA-HASH-TAB-WS.cpy".
       COPY "NOTAS-CREDITO-WS.cpy".
       77 WS-NOME-SAFT           PIC X(30) VALUES SPACES.
       77 WS-NIF-EMPRESA         PIC 9(09) VALUES 0.
       77 WS-NOME-EMPRESA        PIC X(40) VALUES SPACES.
       77 WS-ANO                 PIC 9(04) VALUES 0.
       77 WS-MES-DE              PIC 9(02) VALUES 0.
           88 VALIDAR-MES-DE VALUES 1 THRU 12.
       77 WS-MES-ATE             PIC 9(02) VALUES 0.
           88 VALIDAR-MES-ATE VALUES 1 THRU 12.
       77 WS-DATA-DE             PIC 9(08) VALUES 0.
       77 WS-DATA-ATE            PIC 9(08) VALUES 0.
       77 WS-DATA-SEGUINTE       PIC 9(08) VALUES 0.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       01 WS-HORA-AGORA          PIC 9(08) VALUES 0.
       01 WS-HORA-AGORA-R REDEFINES WS-HORA-AGORA.
           05 WS-HA-HH           PIC 9(02).
           05 WS-HA-MM           PIC 9(02).
           05 WS-HA-SS           PIC 9(02).
           05 FILLER             PIC 9(02).
      * V - validacao (primeira leitura); E - escrita do XML.
       77 WS-FASE                PIC X(01) VALUES "V".
       01 WS-DATA-PEDIDO.
           05 WS-DP-DIA          PIC 9(02).
           05 FILLER             PIC X(01).
           05 WS-DP-MES          PIC 9(02).
           05 FILLER             PIC X(01).
           05 WS-DP-ANO          PIC 9(04).
      * Documento em tratamento, ja normalizado a partir do registo
      * de origem (pedido, aluguer, fatura de agua ou nota de
      * credito).
       01 WS-DOC.
      * FT - fatura; NC - nota de credito.
           05 DOC-TIPO           PIC X(02).
           05 DOC-SERIE          PIC X(03).
           05 DOC-NEGOCIO        PIC 9(01).
           05 DOC-NUMERO         PIC 9(06).
      * N - normal; A - anulado (pedido cancelado ja faturado).
           05 DOC-ESTADO         PIC X(01).
           05 DOC-DATA           PIC 9(08).
           05 DOC-HORA           PIC 9(04).
           05 DOC-REFERENCIA     PIC X(30).
           05 DOC-NIF            PIC 9(09).
           05 DOC-NOME           PIC X(40).
           05 DOC-MORADA         PIC X(40).
           05 DOC-TAXA           PIC 9(02).
           05 DOC-BASE           PIC 9(07)V99.
           05 DOC-IVA            PIC 9(07)V99.
           05 DOC-TOTAL          PIC 9(07)V99.
      * Nas notas de credito: fatura creditada e motivo.
           05 DOC-ORIGEM         PIC X(20).
           05 DOC-MOTIVO         PIC X(40).
           05 DOC-NUM-LINHAS     PIC 9(01).
           05 DOC-LINHA OCCURS 4 TIMES.
               10 LIN-PRODUTO    PIC 9(01).
               10 LIN-DESCRICAO  PIC X(60).
               10 LIN-QTD        PIC 9(03).
               10 LIN-VALOR      PIC 9(07)V99.
       77 WS-NO-PERIODO          PIC X(01) VALUES "N".
       77 WS-DESC-ALUGUER        PIC X(60) VALUES SPACES.
      * Totais por negocio (1 PIZ, 2 ALG, 3 AGA): pelos criterios do
      * IVA-DECL e pelas faturas que vao para o SAF-T (as notas de
      * credito abatem, e um negocio pode ficar negativo).
       01 TABELA-TOTAIS.
           05 TOT-NEGOCIO OCCURS 3 TIMES.
               10 TOT-SIGLA      PIC X(03).
               10 TOT-DECL-BASE  PIC S9(09)V99.
               10 TOT-DECL-IVA   PIC S9(09)V99.
               10 TOT-SAFT-BASE  PIC S9(09)V99.
               10 TOT-SAFT-IVA   PIC S9(09)V99.
       77 IDX-NEG                PIC 9(01) VALUES 0.
       77 WS-NUM-FATURAS         PIC 9(06) VALUES 0.
       77 WS-TOTAL-CREDITO       PIC 9(09)V99 VALUES 0.
       77 WS-TOTAL-DEBITO        PIC 9(09)V99 VALUES 0.
       77 WS-SEM-NUMERO          PIC 9(05) VALUES 0.
       77 WS-ERROS               PIC 9(05) VALUES 0.
      * Numeros de fatura emitidos ate ao fim do periodo, ordenados
      * por serie e numero a medida que se leem.
       77 IDX-NUM                PIC 9(05) VALUES 0.
       77 WS-NUM-NUMEROS         PIC 9(05) VALUES 0.
       77 WS-NUMEROS-TRUNCADA    PIC A VALUES "N".
       77 WS-POSICAO-ACHADA      PIC A VALUES "N".
       01 TABELA-NUMEROS.
           05 NUM-ITEM OCCURS 20000 TIMES.
               10 NUM-SERIE      PIC X(03).
               10 NUM-VALOR      PIC 9(06).
       01 WS-NOVO-NUMERO.
           05 WS-NOVO-SERIE      PIC X(03).
           05 WS-NOVO-VALOR      PIC 9(06).
       77 WS-PRIMEIRO-SERIE      PIC 9(06) VALUES 0.
       77 WS-FATURAS-SERIE       PIC 9(06) VALUES 0.
       77 WS-FALTA-DE            PIC 9(06) VALUES 0.
       77 WS-FALTA-ATE           PIC 9(06) VALUES 0.
      * Contas de mesa: a fatura fica no primeiro pedido da mesa e
      * os outros pedidos da mesma conta ficam sem numero - os totais
      * da fatura sao a soma de todos eles.
       77 IDX-CMS                PIC 9(03) VALUES 0.
       77 WS-NUM-CMS             PIC 9(03) VALUES 0.
       77 WS-CMS-ACHADA          PIC 9(03) VALUES 0.
       01 TABELA-CONTAS-MESA.
           05 CMS-ITEM OCCURS 900 TIMES.
               10 CMS-FATURA     PIC 9(06).
               10 CMS-TOTAL      PIC 9(07)V99.
               10 CMS-IVA        PIC 9(07)V99.
               10 CMS-PIZZAS     PIC 9(03).
       77 IDX-MESA               PIC 9(03) VALUES 0.
       01 TABELA-MESAS.
           05 MESA-ITEM OCCURS 99 TIMES.
               10 MESA-DATA      PIC X(10).
               10 MESA-POSICAO   PIC 9(03).
      * Clientes referidos pelas faturas do periodo, um por NIF; sem
      * NIF fatura-se ao consumidor final (999999990).
       77 IDX-CLS                PIC 9(04) VALUES 0.
       77 WS-NUM-CLS             PIC 9(04) VALUES 0.
       77 WS-CLS-ACHADO          PIC 9(04) VALUES 0.
       77 WS-CLS-TRUNCADA        PIC A VALUES "N".
       77 WS-NIF-CLIENTE         PIC 9(09) VALUES 0.
       01 TABELA-CLIENTES-SAFT.
           05 CLS-ITEM OCCURS 3000 TIMES.
               10 CLS-NIF        PIC 9(09).
               10 CLS-NOME       PIC X(40).
               10 CLS-MORADA     PIC X(40).
      * Produtos e servicos faturados (codigo, tipo P/S, descricao).
       77 IDX-PRD                PIC 9(01) VALUES 0.
       01 TABELA-PRODUTOS.
           05 PRD-ITEM OCCURS 7 TIMES.
               10 PRD-CODIGO     PIC X(12).
               10 PRD-TIPO       PIC X(01).
               10 PRD-DESCRICAO  PIC X(30).
      * Escrita do XML: elemento, valor e nivel de indentacao.
       77 WS-XML-NIVEL           PIC 9(02) VALUES 0.
       77 WS-XML-TAG             PIC X(30) VALUES SPACES.
       77 WS-XML-VALOR           PIC X(120) VALUES SPACES.
       77 WS-XML-ESCAPADO        PIC X(240) VALUES SPACES.
       77 WS-XML-TAM             PIC 9(03) VALUES 0.
       77 WS-XML-FIM             PIC 9(03) VALUES 0.
       77 WS-XML-PTR             PIC 9(03) VALUES 0.
       77 IDX-XML                PIC 9(03) VALUES 0.
       77 WS-PONTEIRO            PIC 9(03) VALUES 0.
       77 WS-MONTANTE            PIC S9(09)V99 VALUES 0.
       77 WS-MONTANTE-S          PIC -(9)9.99.
       77 WS-PRECO-UNIT          PIC 9(07)V99 VALUES 0.
       77 WS-INTEIRO-S           PIC Z(8)9.
       77 IDX-LIN                PIC 9(01) VALUES 0.
       01 WS-DATA-8              PIC 9(08) VALUES 0.
       01 WS-DATA-8-R REDEFINES WS-DATA-8.
           05 WS-D8-ANO          PIC X(04).
           05 WS-D8-MES          PIC X(02).
           05 WS-D8-DIA          PIC X(02).
       77 WS-DATA-ISO            PIC X(10) VALUES SPACES.
       01 WS-HORA-4              PIC 9(04) VALUES 0.
       01 WS-HORA-4-R REDEFINES WS-HORA-4.
           05 WS-H4-HH           PIC X(02).
           05 WS-H4-MM           PIC X(02).
       77 WS-DATA-HORA-ISO       PIC X(19) VALUES SPACES.
       77 WS-FORMAT              PIC -(8)9.99.
       77 WS-FORMAT2             PIC -(8)9.99.
       77 WS-FORMAT3             PIC -(8)9.99.
       77 WS-FORMAT4             PIC -(8)9.99.
       77 WS-NUMERO-S            PIC Z(5)9.
       77 WS-NUMERO-S2           PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== EXPORTACAO SAF-T (PT) DA FATURACAO ===".
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           DISPLAY "ANO FISCAL (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-ANO.
       LER-MESES.
           DISPLAY "MES INICIAL (1-12): " WITH NO ADVANCING.
           ACCEPT WS-MES-DE.
           DISPLAY "MES FINAL (1-12): " WITH NO ADVANCING.
           ACCEPT WS-MES-ATE.
           IF (NOT VALIDAR-MES-DE) OR (NOT VALIDAR-MES-ATE) OR
              (WS-MES-DE > WS-MES-ATE) THEN
               DISPLAY "MESES INVALIDOS!"
               GO LER-MESES
           END-IF.
           COMPUTE WS-DATA-DE = (WS-ANO * 10000) + (WS-MES-DE * 100)
               + 1.
           IF (WS-MES-ATE = 12) THEN
               COMPUTE WS-DATA-SEGUINTE = ((WS-ANO + 1) * 10000)
                   + 101
           ELSE
               COMPUTE WS-DATA-SEGUINTE = (WS-ANO * 10000) +
                   ((WS-MES-ATE + 1) * 100) + 1
           END-IF.
           COMPUTE WS-DATA-ATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-SEGUINTE) - 1).
       LER-NIF-EMPRESA.
           DISPLAY "NIF DA EMPRESA: " WITH NO ADVANCING.
           ACCEPT WS-NIF-EMPRESA.
           MOVE WS-NIF-EMPRESA TO WS-NIF-VERIFICA.
           PERFORM VALIDAR-NIF.
           IF (WS-NIF-VALIDO = "N") THEN
               DISPLAY "NIF INVALIDO!"
               GO LER-NIF-EMPRESA
           END-IF.
           DISPLAY "DENOMINACAO DA EMPRESA: " WITH NO ADVANCING.
           ACCEPT WS-NOME-EMPRESA.
           STRING "SAFT-PT-" WS-ANO WS-MES-DE "-" WS-ANO WS-MES-ATE
               ".XML" DELIMITED BY SIZE INTO WS-NOME-SAFT.
           PERFORM SEMEAR-PRODUTOS.
           MOVE "PIZ" TO TOT-SIGLA(1).
           MOVE "ALG" TO TOT-SIGLA(2).
           MOVE "AGA" TO TOT-SIGLA(3).
           PERFORM VARYING IDX-NEG FROM 1 BY 1 UNTIL IDX-NEG > 3
               MOVE 0 TO TOT-DECL-BASE(IDX-NEG)
               MOVE 0 TO TOT-DECL-IVA(IDX-NEG)
               MOVE 0 TO TOT-SAFT-BASE(IDX-NEG)
               MOVE 0 TO TOT-SAFT-IVA(IDX-NEG)
           END-PERFORM.
           PERFORM CARREGAR-CONTAS-CORP.
           PERFORM CARREGAR-AGUA-MESTRE.
           PERFORM CARREGAR-CADEIA.
           PERFORM CARREGAR-CONTAS-MESA.
           OPEN OUTPUT VALIDACAO-SAFT.
           MOVE SPACES TO VAL-LINHA.
           STRING "VALIDACAO SAF-T " WS-DATA-DE " A " WS-DATA-ATE
               " - NIF " WS-NIF-EMPRESA
               DELIMITED BY SIZE INTO VAL-LINHA.
           WRITE VAL-LINHA.
           MOVE "V" TO WS-FASE.
           PERFORM PERCORRER-DOCUMENTOS.
           IF (WS-NUMEROS-TRUNCADA = "S") OR
              (WS-CLS-TRUNCADA = "S") THEN
               CLOSE VALIDACAO-SAFT
               DISPLAY "MAIS DE 20000 FATURAS OU 3000 CLIENTES - "
                   "EXPORTACAO RECUSADA."
               STOP RUN
           END-IF.
           PERFORM VALIDAR-NUMERACAO.
           PERFORM VALIDAR-TOTAIS.
           CLOSE VALIDACAO-SAFT.
           IF (WS-SEM-NUMERO > 0) THEN
               DISPLAY WS-SEM-NUMERO " DOCUMENTO(S) DO PERIODO SEM "
                   "NUMERO DE FATURA."
           END-IF.
           IF (WS-ERROS > 0) THEN
               DISPLAY WS-ERROS " ERRO(S) NA VALIDACAO - VER "
                   "SAFT-VALIDACAO.TXT."
               DISPLAY "FICHEIRO SAF-T NAO GERADO."
               STOP RUN
           END-IF.
           IF (WS-NUM-FATURAS = 0) THEN
               DISPLAY "SEM FATURAS NO PERIODO."
               STOP RUN
           END-IF.
           OPEN OUTPUT FICHEIRO-SAFT.
           PERFORM ESCREVER-CABECALHO.
           PERFORM ESCREVER-TABELAS-MESTRE.
           PERFORM ABRIR-FATURAS-VENDA.
           MOVE "E" TO WS-FASE.
           PERFORM PERCORRER-DOCUMENTOS.
           PERFORM FECHAR-FICHEIRO-SAFT.
           CLOSE FICHEIRO-SAFT.
           DISPLAY WS-NUM-FATURAS " FATURA(S) E " WS-NUM-CLS
               " CLIENTE(S) EXPORTADOS PARA " WS-NOME-SAFT.
           STOP RUN.

       SEMEAR-PRODUTOS.
           MOVE "PIZ-REFEICAO" TO PRD-CODIGO(1).
           MOVE "P"            TO PRD-TIPO(1).
           MOVE "PIZZAS E EXTRAS" TO PRD-DESCRICAO(1).
           MOVE "PIZ-ENTREGA"  TO PRD-CODIGO(2).
           MOVE "S"            TO PRD-TIPO(2).
           MOVE "TAXA DE ENTREGA AO DOMICILIO" TO PRD-DESCRICAO(2).
           MOVE "ALG-ALUGUER"  TO PRD-CODIGO(3).
           MOVE "S"            TO PRD-TIPO(3).
           MOVE "ALUGUER DE VIATURA" TO PRD-DESCRICAO(3).
           MOVE "AGA-CONSUMO"  TO PRD-CODIGO(4).
           MOVE "S"            TO PRD-TIPO(4).
           MOVE "FORNECIMENTO DE AGUA" TO PRD-DESCRICAO(4).
           MOVE "AGA-DISPON"   TO PRD-CODIGO(5).
           MOVE "S"            TO PRD-TIPO(5).
           MOVE "TARIFA DE DISPONIBILIDADE" TO PRD-DESCRICAO(5).
           MOVE "AGA-SANEAM"   TO PRD-CODIGO(6).
           MOVE "S"            TO PRD-TIPO(6).
           MOVE "SANEAMENTO DE AGUAS RESIDUAIS" TO PRD-DESCRICAO(6).
           MOVE "AGA-RESIDUOS" TO PRD-CODIGO(7).
           MOVE "S"            TO PRD-TIPO(7).
           MOVE "GESTAO DE RESIDUOS URBANOS" TO PRD-DESCRICAO(7).

      * As duas fases leem os mesmos ficheiros pela mesma ordem: a
      * validacao junta numeros, clientes e totais; a escrita gera
      * uma fatura SAF-T por documento numerado do periodo.
       PERCORRER-DOCUMENTOS.
           PERFORM LIMPAR-MESAS.
           MOVE 1 TO WS-CAD-CURSOR.
           MOVE SPACES TO WS-CLIENTES-STATUS.
           OPEN INPUT FICHEIRO-CLIENTES.
           MOVE SPACES TO WS-PEDIDOS-STATUS.
           OPEN INPUT FICHEIRO-PEDIDOS.
           IF (WS-PEDIDOS-STATUS = "00") THEN
               PERFORM UNTIL WS-PEDIDOS-STATUS = "10"
                   READ FICHEIRO-PEDIDOS
                       AT END MOVE "10" TO WS-PEDIDOS-STATUS
                       NOT AT END
                           PERFORM TRATAR-PEDIDO THRU FIM-TRATAR-PEDIDO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PEDIDOS
           END-IF.
           IF (WS-CLIENTES-STATUS = "00") THEN
               CLOSE FICHEIRO-CLIENTES
           END-IF.
           MOVE SPACES TO WS-ALUGUERES-STATUS.
           OPEN INPUT FICHEIRO-ALUGUERES.
           IF (WS-ALUGUERES-STATUS = "00") THEN
               PERFORM UNTIL WS-ALUGUERES-STATUS = "10"
                   READ FICHEIRO-ALUGUERES
                       AT END MOVE "10" TO WS-ALUGUERES-STATUS
                       NOT AT END
                           PERFORM TRATAR-ALUGUER
                               THRU FIM-TRATAR-ALUGUER
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ALUGUERES
           END-IF.
           MOVE SPACES TO WS-AGUA-STATUS.
           OPEN INPUT FICHEIRO-AGUA.
           IF (WS-AGUA-STATUS = "00") THEN
               PERFORM UNTIL WS-AGUA-STATUS = "10"
                   READ FICHEIRO-AGUA NEXT
                       AT END MOVE "10" TO WS-AGUA-STATUS
                       NOT AT END PERFORM TRATAR-FATURA-AGUA
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AGUA
           END-IF.
           MOVE SPACES TO WS-NOTAS-CREDITO-STATUS.
           OPEN INPUT FICHEIRO-NOTAS-CREDITO.
           IF (WS-NOTAS-CREDITO-STATUS = "00") THEN
               PERFORM UNTIL WS-NOTAS-CREDITO-STATUS = "10"
                   READ FICHEIRO-NOTAS-CREDITO
                       AT END MOVE "10" TO WS-NOTAS-CREDITO-STATUS
                       NOT AT END PERFORM TRATAR-NOTA-CREDITO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-NOTAS-CREDITO
           END-IF.

      * Pedido da pizzaria (23%): a taxa de entrega e linha propria,
      * o resto do valor sem IVA (pizzas e extras) vai numa linha.
       TRATAR-PEDIDO.
           MOVE REG-DATA TO WS-DATA-PEDIDO.
           IF (WS-DP-DIA IS NOT NUMERIC) OR
              (WS-DP-MES IS NOT NUMERIC) OR
              (WS-DP-ANO IS NOT NUMERIC) THEN
               GO FIM-TRATAR-PEDIDO
           END-IF.
           IF (REG-MESA IS NUMERIC) AND (REG-MESA > 0) AND
              (REG-FATURA-NUM IS NUMERIC) THEN
               IF (REG-FATURA-NUM > 0) THEN
                   MOVE REG-DATA TO MESA-DATA(REG-MESA)
               ELSE
                   IF (REG-ESTADO = "R") AND
                      (MESA-DATA(REG-MESA) = REG-DATA) THEN
                       GO FIM-TRATAR-PEDIDO
                   END-IF
               END-IF
           END-IF.
           INITIALIZE WS-DOC.
           MOVE "PIZ" TO DOC-SERIE.
           MOVE 1 TO DOC-NEGOCIO.
           COMPUTE DOC-DATA = (WS-DP-ANO * 10000) + (WS-DP-MES * 100)
               + WS-DP-DIA.
           IF (REG-HORA-PEDIDO IS NUMERIC) THEN
               MOVE REG-HORA-PEDIDO TO DOC-HORA
           END-IF.
           IF (REG-FATURA-NUM IS NUMERIC) THEN
               MOVE REG-FATURA-NUM TO DOC-NUMERO
           END-IF.
           IF (REG-ESTADO = "C") THEN
               MOVE "A" TO DOC-ESTADO
           ELSE
               MOVE "N" TO DOC-ESTADO
           END-IF.
           STRING "PIZ PEDIDO " REG-NUM-PEDIDO " DE " REG-DATA
               DELIMITED BY SIZE INTO DOC-REFERENCIA.
           IF (REG-NIF IS NUMERIC) THEN
               MOVE REG-NIF TO DOC-NIF
           END-IF.
           MOVE REG-CLIENTE TO DOC-NOME.
           MOVE REG-MORADA TO DOC-MORADA.
           IF (WS-FASE = "V") AND (DOC-MORADA = SPACES) AND
              (WS-CLIENTES-STATUS = "00") AND
              (REG-CONTATO IS NUMERIC) THEN
               MOVE REG-CONTATO TO CLI-CONTATO
               READ FICHEIRO-CLIENTES
                   KEY IS CLI-CONTATO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CLI-MORADA TO DOC-MORADA
               END-READ
           END-IF.
           MOVE 23 TO DOC-TAXA.
           MOVE REG-VALOR-TOTAL TO DOC-TOTAL.
           MOVE REG-IVA TO DOC-IVA.
           MOVE REG-NUM-PIZZAS TO LIN-QTD(1).
           MOVE 0 TO WS-CMS-ACHADA.
           IF (REG-MESA IS NUMERIC) AND (REG-MESA > 0) AND
              (DOC-NUMERO > 0) THEN
               PERFORM VARYING IDX-CMS FROM 1 BY 1
                   UNTIL IDX-CMS > WS-NUM-CMS OR WS-CMS-ACHADA > 0
                   IF (CMS-FATURA(IDX-CMS) = DOC-NUMERO) THEN
                       MOVE IDX-CMS TO WS-CMS-ACHADA
                   END-IF
               END-PERFORM
           END-IF.
           IF (WS-CMS-ACHADA > 0) THEN
               MOVE CMS-TOTAL(WS-CMS-ACHADA) TO DOC-TOTAL
               MOVE CMS-IVA(WS-CMS-ACHADA) TO DOC-IVA
               MOVE CMS-PIZZAS(WS-CMS-ACHADA) TO LIN-QTD(1)
           END-IF.
           COMPUTE DOC-BASE = DOC-TOTAL - DOC-IVA.
           MOVE 1 TO DOC-NUM-LINHAS.
           MOVE 1 TO LIN-PRODUTO(1).
           MOVE "PIZZAS E EXTRAS" TO LIN-DESCRICAO(1).
           IF (LIN-QTD(1) = 0) THEN
               MOVE 1 TO LIN-QTD(1)
           END-IF.
           MOVE DOC-BASE TO LIN-VALOR(1).
           IF (REG-TAXA-ENTREGA IS NUMERIC) AND
              (REG-TAXA-ENTREGA > 0) AND
              (REG-TAXA-ENTREGA < DOC-BASE) THEN
               MOVE 2 TO DOC-NUM-LINHAS
               MOVE 2 TO LIN-PRODUTO(2)
               MOVE "TAXA DE ENTREGA" TO LIN-DESCRICAO(2)
               MOVE 1 TO LIN-QTD(2)
               MOVE REG-TAXA-ENTREGA TO LIN-VALOR(2)
               SUBTRACT REG-TAXA-ENTREGA FROM LIN-VALOR(1)
           END-IF.
           PERFORM TRATAR-DOCUMENTO.
       FIM-TRATAR-PEDIDO.
           EXIT.

      * Primeira leitura dos pedidos so para somar cada conta de mesa
      * no pedido numerado (o primeiro da mesa nesse dia).
       CARREGAR-CONTAS-MESA.
           MOVE 0 TO WS-NUM-CMS.
           PERFORM LIMPAR-MESAS.
           MOVE SPACES TO WS-PEDIDOS-STATUS.
           OPEN INPUT FICHEIRO-PEDIDOS.
           IF (WS-PEDIDOS-STATUS = "00") THEN
               PERFORM UNTIL WS-PEDIDOS-STATUS = "10"
                   READ FICHEIRO-PEDIDOS
                       AT END MOVE "10" TO WS-PEDIDOS-STATUS
                       NOT AT END
                           IF (REG-MESA IS NUMERIC) AND
                              (REG-MESA > 0) AND
                              (REG-FATURA-NUM IS NUMERIC) THEN
                               PERFORM SOMAR-CONTA-MESA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PEDIDOS
           END-IF.

       SOMAR-CONTA-MESA.
           IF (REG-FATURA-NUM > 0) THEN
               IF (WS-NUM-CMS < 900) THEN
                   ADD 1 TO WS-NUM-CMS
                   MOVE WS-NUM-CMS TO IDX-CMS
                   MOVE REG-FATURA-NUM TO CMS-FATURA(IDX-CMS)
                   MOVE REG-VALOR-TOTAL TO CMS-TOTAL(IDX-CMS)
                   MOVE REG-IVA TO CMS-IVA(IDX-CMS)
                   MOVE REG-NUM-PIZZAS TO CMS-PIZZAS(IDX-CMS)
                   MOVE REG-DATA TO MESA-DATA(REG-MESA)
                   MOVE IDX-CMS TO MESA-POSICAO(REG-MESA)
               END-IF
           ELSE
               IF (REG-ESTADO = "R") AND
                  (MESA-DATA(REG-MESA) = REG-DATA) AND
                  (MESA-POSICAO(REG-MESA) > 0) THEN
                   MOVE MESA-POSICAO(REG-MESA) TO IDX-CMS
                   ADD REG-VALOR-TOTAL TO CMS-TOTAL(IDX-CMS)
                   ADD REG-IVA TO CMS-IVA(IDX-CMS)
                   ADD REG-NUM-PIZZAS TO CMS-PIZZAS(IDX-CMS)
               END-IF
           END-IF.

       LIMPAR-MESAS.
           PERFORM VARYING IDX-MESA FROM 1 BY 1 UNTIL IDX-MESA > 99
               MOVE SPACES TO MESA-DATA(IDX-MESA)
               MOVE 0 TO MESA-POSICAO(IDX-MESA)
           END-PERFORM.

      * Aluguer fechado (23%). O uso interno da frota nao e fatura e
      * fica de fora, como no IVA-DECL; nos contratos a conta de
      * empresa o cliente e a conta de CONTAS-CORP.DAT.
       TRATAR-ALUGUER.
           IF (ALG-INTERNO = "PIZ") OR (ALG-INTERNO = "AGA") THEN
               GO FIM-TRATAR-ALUGUER
           END-IF.
           INITIALIZE WS-DOC.
           MOVE "ALG" TO DOC-SERIE.
           MOVE 2 TO DOC-NEGOCIO.
           MOVE ALG-DATA-INICIO TO DOC-DATA.
           IF (ALG-FATURA-NUM IS NUMERIC) THEN
               MOVE ALG-FATURA-NUM TO DOC-NUMERO
           END-IF.
           MOVE "N" TO DOC-ESTADO.
           STRING "ALG CONTRATO " ALG-CONTRATO-NUM " DE "
               ALG-DATA-INICIO
               DELIMITED BY SIZE INTO DOC-REFERENCIA.
           IF (ALG-NIF IS NUMERIC) THEN
               MOVE ALG-NIF TO DOC-NIF
           END-IF.
           MOVE ALG-CLIENTE TO DOC-NOME.
           IF (ALG-CONTA-CORP NOT = SPACES) THEN
               MOVE ALG-CONTA-CORP TO WS-CONTA-CORP-PESQ
               PERFORM PROCURAR-CONTA-CORP
               IF (WS-CCO-ACHADA > 0) THEN
                   MOVE CCO-T-NOME(WS-CCO-ACHADA) TO DOC-NOME
                   IF (DOC-NIF = 0) THEN
                       MOVE CCO-T-NIF(WS-CCO-ACHADA) TO DOC-NIF
                   END-IF
               END-IF
           END-IF.
           MOVE 23 TO DOC-TAXA.
           MOVE ALG-RECEITA TO DOC-TOTAL.
           MOVE ALG-IVA TO DOC-IVA.
           COMPUTE DOC-BASE = ALG-RECEITA - ALG-IVA.
           MOVE 1 TO DOC-NUM-LINHAS.
           MOVE 3 TO LIN-PRODUTO(1).
           MOVE SPACES TO WS-DESC-ALUGUER.
           STRING "ALUGUER " FUNCTION TRIM(ALG-MODELO) " " ALG-DIAS
               " DIAS CONTRATO "
               ALG-CONTRATO-NUM
               DELIMITED BY SIZE INTO WS-DESC-ALUGUER.
           MOVE WS-DESC-ALUGUER TO LIN-DESCRICAO(1).
           MOVE 1 TO LIN-QTD(1).
           MOVE DOC-BASE TO LIN-VALOR(1).
           PERFORM TRATAR-DOCUMENTO.
       FIM-TRATAR-ALUGUER.
           EXIT.

      * Fatura de agua (6%), datada do primeiro dia do periodo como
      * na exportacao para a contabilidade; disponibilidade,
      * saneamento e residuos em linhas proprias e o consumo com o
      * resto da base.
       TRATAR-FATURA-AGUA.
           INITIALIZE WS-DOC.
           MOVE "AGA" TO DOC-SERIE.
           MOVE 3 TO DOC-NEGOCIO.
           COMPUTE DOC-DATA = (AGUA-PERIODO * 100) + 1.
           IF (AGUA-FATURA-NUM IS NUMERIC) THEN
               MOVE AGUA-FATURA-NUM TO DOC-NUMERO
           END-IF.
           MOVE "N" TO DOC-ESTADO.
           STRING "AGA CONTA " AGUA-CONTA " PERIODO " AGUA-PERIODO
               DELIMITED BY SIZE INTO DOC-REFERENCIA.
           MOVE AGUA-CONTA TO WS-AGM-PESQUISA.
           PERFORM PROCURAR-AGUA-MESTRE.
           IF (WS-AGM-ACHADA > 0) THEN
               IF (AGM-T-NIF(WS-AGM-ACHADA) IS NUMERIC) THEN
                   MOVE AGM-T-NIF(WS-AGM-ACHADA) TO DOC-NIF
               END-IF
               MOVE AGM-T-NOME(WS-AGM-ACHADA) TO DOC-NOME
               MOVE AGM-T-MORADA(WS-AGM-ACHADA) TO DOC-MORADA
           END-IF.
           MOVE 6 TO DOC-TAXA.
           MOVE AGUA-TOTAL TO DOC-TOTAL.
           IF (AGUA-IVA IS NUMERIC) THEN
               MOVE AGUA-IVA TO DOC-IVA
           END-IF.
           COMPUTE DOC-BASE = DOC-TOTAL - DOC-IVA.
           MOVE 1 TO DOC-NUM-LINHAS.
           MOVE 4 TO LIN-PRODUTO(1).
           MOVE "CONSUMO DE AGUA" TO LIN-DESCRICAO(1).
           MOVE 1 TO LIN-QTD(1).
           MOVE DOC-BASE TO LIN-VALOR(1).
           IF (AGUA-DISPONIBILIDADE IS NUMERIC) AND
              (AGUA-SANEAMENTO IS NUMERIC) AND
              (AGUA-RESIDUOS IS NUMERIC) AND
              (AGUA-DISPONIBILIDADE + AGUA-SANEAMENTO + AGUA-RESIDUOS
                   < DOC-BASE) THEN
               IF (AGUA-DISPONIBILIDADE > 0) THEN
                   ADD 1 TO DOC-NUM-LINHAS
                   MOVE 5 TO LIN-PRODUTO(DOC-NUM-LINHAS)
                   MOVE "TARIFA DE DISPONIBILIDADE"
                       TO LIN-DESCRICAO(DOC-NUM-LINHAS)
                   MOVE 1 TO LIN-QTD(DOC-NUM-LINHAS)
                   MOVE AGUA-DISPONIBILIDADE
                       TO LIN-VALOR(DOC-NUM-LINHAS)
                   SUBTRACT AGUA-DISPONIBILIDADE FROM LIN-VALOR(1)
               END-IF
               IF (AGUA-SANEAMENTO > 0) THEN
                   ADD 1 TO DOC-NUM-LINHAS
                   MOVE 6 TO LIN-PRODUTO(DOC-NUM-LINHAS)
                   MOVE "SANEAMENTO" TO LIN-DESCRICAO(DOC-NUM-LINHAS)
                   MOVE 1 TO LIN-QTD(DOC-NUM-LINHAS)
                   MOVE AGUA-SANEAMENTO TO LIN-VALOR(DOC-NUM-LINHAS)
                   SUBTRACT AGUA-SANEAMENTO FROM LIN-VALOR(1)
               END-IF
               IF (AGUA-RESIDUOS > 0) THEN
                   ADD 1 TO DOC-NUM-LINHAS
                   MOVE 7 TO LIN-PRODUTO(DOC-NUM-LINHAS)
                   MOVE "RESIDUOS URBANOS"
                       TO LIN-DESCRICAO(DOC-NUM-LINHAS)
                   MOVE 1 TO LIN-QTD(DOC-NUM-LINHAS)
                   MOVE AGUA-RESIDUOS TO LIN-VALOR(DOC-NUM-LINHAS)
                   SUBTRACT AGUA-RESIDUOS FROM LIN-VALOR(1)
               END-IF
           END-IF.
           PERFORM TRATAR-DOCUMENTO.

      * Nota de credito: um documento NC na serie propria com uma
      * linha pela base creditada, no produto do negocio da fatura.
       TRATAR-NOTA-CREDITO.
           INITIALIZE WS-DOC.
           MOVE "NC" TO DOC-TIPO.
           MOVE NC-SERIE TO DOC-SERIE.
           EVALUATE NC-SERIE
               WHEN "NAL"
                   MOVE 2 TO DOC-NEGOCIO
                   MOVE 3 TO LIN-PRODUTO(1)
               WHEN "NAG"
                   MOVE 3 TO DOC-NEGOCIO
                   MOVE 4 TO LIN-PRODUTO(1)
               WHEN OTHER
                   MOVE 1 TO DOC-NEGOCIO
                   MOVE 1 TO LIN-PRODUTO(1)
           END-EVALUATE.
           MOVE NC-NUMERO TO DOC-NUMERO.
           MOVE "N" TO DOC-ESTADO.
           MOVE NC-DATA TO DOC-DATA.
           MOVE NC-HORA TO DOC-HORA.
           STRING "NC " NC-SERIE " " NC-NUMERO " DE " NC-DATA
               DELIMITED BY SIZE INTO DOC-REFERENCIA.
           MOVE NC-NIF TO DOC-NIF.
           MOVE NC-CLIENTE TO DOC-NOME.
           IF (NC-SERIE = "NAG") THEN
               MOVE NC-CONTA TO WS-AGM-PESQUISA
               PERFORM PROCURAR-AGUA-MESTRE
               IF (WS-AGM-ACHADA > 0) THEN
                   MOVE AGM-T-MORADA(WS-AGM-ACHADA) TO DOC-MORADA
               END-IF
           END-IF.
           MOVE NC-TAXA TO DOC-TAXA.
           MOVE NC-BASE TO DOC-BASE.
           MOVE NC-IVA TO DOC-IVA.
           MOVE NC-TOTAL TO DOC-TOTAL.
           MOVE NC-FATURA-NUM TO WS-NUMERO-S.
           STRING "FT " NC-SERIE-FATURA "/" FUNCTION TRIM(WS-NUMERO-S)
               DELIMITED BY SIZE INTO DOC-ORIGEM.
           MOVE NC-MOTIVO TO DOC-MOTIVO.
           MOVE 1 TO DOC-NUM-LINHAS.
           MOVE NC-MOTIVO TO LIN-DESCRICAO(1).
           MOVE 1 TO LIN-QTD(1).
           MOVE DOC-BASE TO LIN-VALOR(1).
           PERFORM TRATAR-DOCUMENTO.

      * Na validacao: totais pelos criterios do IVA-DECL (documentos
      * do periodo nao anulados, com ou sem numero), numeros emitidos
      * ate ao fim do periodo e clientes/totais das faturas do SAF-T.
       TRATAR-DOCUMENTO.
           IF (DOC-TIPO = SPACES) THEN
               MOVE "FT" TO DOC-TIPO
           END-IF.
           IF (DOC-DATA >= WS-DATA-DE) AND (DOC-DATA <= WS-DATA-ATE)
               THEN
               MOVE "S" TO WS-NO-PERIODO
           ELSE
               MOVE "N" TO WS-NO-PERIODO
           END-IF.
           IF (WS-FASE = "E") THEN
               IF (WS-NO-PERIODO = "S") AND (DOC-NUMERO > 0) THEN
                   PERFORM ESCREVER-FATURA
               END-IF
           ELSE
               IF (WS-NO-PERIODO = "S") AND (DOC-ESTADO = "N") THEN
                   IF (DOC-TIPO = "NC") THEN
                       SUBTRACT DOC-BASE FROM TOT-DECL-BASE(DOC-NEGOCIO)
                       SUBTRACT DOC-IVA FROM TOT-DECL-IVA(DOC-NEGOCIO)
                   ELSE
                       ADD DOC-BASE TO TOT-DECL-BASE(DOC-NEGOCIO)
                       ADD DOC-IVA TO TOT-DECL-IVA(DOC-NEGOCIO)
                   END-IF
               END-IF
               IF (DOC-NUMERO > 0) AND (DOC-DATA <= WS-DATA-ATE) THEN
                   PERFORM REGISTAR-NUMERO
               END-IF
               IF (WS-NO-PERIODO = "S") THEN
                   IF (DOC-NUMERO = 0) THEN
                       IF (DOC-ESTADO = "N") THEN
                           ADD 1 TO WS-SEM-NUMERO
                           MOVE SPACES TO VAL-LINHA
                           STRING "SEM NUMERO DE FATURA: "
                               DOC-REFERENCIA
                               DELIMITED BY SIZE INTO VAL-LINHA
                           WRITE VAL-LINHA
                       END-IF
                   ELSE
                       ADD 1 TO WS-NUM-FATURAS
                       PERFORM REGISTAR-CLIENTE
                       IF (DOC-ESTADO = "N") THEN
                           PERFORM SOMAR-TOTAIS-SAFT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * As faturas somam a credito e as notas de credito a debito
      * (e abatem a base e o IVA do negocio).
       SOMAR-TOTAIS-SAFT.
           IF (DOC-TIPO = "NC") THEN
               SUBTRACT DOC-BASE FROM TOT-SAFT-BASE(DOC-NEGOCIO)
               SUBTRACT DOC-IVA FROM TOT-SAFT-IVA(DOC-NEGOCIO)
               ADD DOC-BASE TO WS-TOTAL-DEBITO
           ELSE
               ADD DOC-BASE TO TOT-SAFT-BASE(DOC-NEGOCIO)
               ADD DOC-IVA TO TOT-SAFT-IVA(DOC-NEGOCIO)
               ADD DOC-BASE TO WS-TOTAL-CREDITO
           END-IF.

      * Insere o numero na tabela mantendo a ordem serie + numero
      * (os ficheiros vem quase sempre por ordem, o recuo e curto).
       REGISTAR-NUMERO.
           IF (WS-NUM-NUMEROS >= 20000) THEN
               MOVE "S" TO WS-NUMEROS-TRUNCADA
           ELSE
               MOVE DOC-SERIE TO WS-NOVO-SERIE
               MOVE DOC-NUMERO TO WS-NOVO-VALOR
               MOVE WS-NUM-NUMEROS TO IDX-NUM
               MOVE "N" TO WS-POSICAO-ACHADA
               PERFORM UNTIL WS-POSICAO-ACHADA = "S"
                   IF (IDX-NUM = 0) THEN
                       MOVE "S" TO WS-POSICAO-ACHADA
                   ELSE
                       IF (NUM-ITEM(IDX-NUM) > WS-NOVO-NUMERO) THEN
                           MOVE NUM-ITEM(IDX-NUM)
                               TO NUM-ITEM(IDX-NUM + 1)
                           SUBTRACT 1 FROM IDX-NUM
                       ELSE
                           MOVE "S" TO WS-POSICAO-ACHADA
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-NOVO-NUMERO TO NUM-ITEM(IDX-NUM + 1)
               ADD 1 TO WS-NUM-NUMEROS
           END-IF.

       REGISTAR-CLIENTE.
           MOVE DOC-NIF TO WS-NIF-CLIENTE.
           IF (WS-NIF-CLIENTE = 0) THEN
               MOVE 999999990 TO WS-NIF-CLIENTE
           END-IF.
           PERFORM PROCURAR-CLIENTE-SAFT.
           IF (WS-CLS-ACHADO = 0) THEN
               IF (WS-NUM-CLS >= 3000) THEN
                   MOVE "S" TO WS-CLS-TRUNCADA
               ELSE
                   ADD 1 TO WS-NUM-CLS
                   MOVE WS-NUM-CLS TO WS-CLS-ACHADO
                   MOVE WS-NIF-CLIENTE TO CLS-NIF(WS-CLS-ACHADO)
                   IF (WS-NIF-CLIENTE = 999999990) THEN
                       MOVE "CONSUMIDOR FINAL"
                           TO CLS-NOME(WS-CLS-ACHADO)
                       MOVE SPACES TO CLS-MORADA(WS-CLS-ACHADO)
                   ELSE
                       MOVE DOC-NOME TO CLS-NOME(WS-CLS-ACHADO)
                       MOVE DOC-MORADA TO CLS-MORADA(WS-CLS-ACHADO)
                   END-IF
               END-IF
           ELSE
               IF (WS-NIF-CLIENTE NOT = 999999990) AND
                  (CLS-MORADA(WS-CLS-ACHADO) = SPACES) THEN
                   MOVE DOC-MORADA TO CLS-MORADA(WS-CLS-ACHADO)
               END-IF
           END-IF.

       PROCURAR-CLIENTE-SAFT.
           MOVE 0 TO WS-CLS-ACHADO.
           PERFORM VARYING IDX-CLS FROM 1 BY 1
               UNTIL IDX-CLS > WS-NUM-CLS OR WS-CLS-ACHADO > 0
               IF (CLS-NIF(IDX-CLS) = WS-NIF-CLIENTE) THEN
                   MOVE IDX-CLS TO WS-CLS-ACHADO
               END-IF
           END-PERFORM.

      * Numeracao: em cada serie os numeros emitidos ate ao fim do
      * periodo tem de ser seguidos, sem buracos nem repetidos.
       VALIDAR-NUMERACAO.
           IF (WS-NUM-NUMEROS = 0) THEN
               MOVE "SEM FATURAS NUMERADAS." TO VAL-LINHA
               WRITE VAL-LINHA
           ELSE
               MOVE NUM-VALOR(1) TO WS-PRIMEIRO-SERIE
               MOVE 1 TO WS-FATURAS-SERIE
               PERFORM VARYING IDX-NUM FROM 2 BY 1
                   UNTIL IDX-NUM > WS-NUM-NUMEROS
                   IF (NUM-SERIE(IDX-NUM) NOT = NUM-SERIE(IDX-NUM - 1))
                       THEN
                       SUBTRACT 1 FROM IDX-NUM
                       PERFORM ESCREVER-RESUMO-SERIE
                       ADD 1 TO IDX-NUM
                       MOVE NUM-VALOR(IDX-NUM) TO WS-PRIMEIRO-SERIE
                       MOVE 1 TO WS-FATURAS-SERIE
                   ELSE
                       ADD 1 TO WS-FATURAS-SERIE
                       PERFORM VERIFICAR-SEQUENCIA
                   END-IF
               END-PERFORM
               MOVE WS-NUM-NUMEROS TO IDX-NUM
               PERFORM ESCREVER-RESUMO-SERIE
           END-IF.

       VERIFICAR-SEQUENCIA.
           MOVE NUM-VALOR(IDX-NUM) TO WS-NUMERO-S.
           IF (NUM-VALOR(IDX-NUM) = NUM-VALOR(IDX-NUM - 1)) THEN
               ADD 1 TO WS-ERROS
               MOVE SPACES TO VAL-LINHA
               STRING "ERRO: DOCUMENTO REPETIDO " NUM-SERIE(IDX-NUM)
                   "/" FUNCTION TRIM(WS-NUMERO-S)
                   DELIMITED BY SIZE INTO VAL-LINHA
               WRITE VAL-LINHA
           END-IF.
           IF (NUM-VALOR(IDX-NUM) > NUM-VALOR(IDX-NUM - 1) + 1) THEN
               ADD 1 TO WS-ERROS
               COMPUTE WS-FALTA-DE = NUM-VALOR(IDX-NUM - 1) + 1
               COMPUTE WS-FALTA-ATE = NUM-VALOR(IDX-NUM) - 1
               MOVE WS-FALTA-DE TO WS-NUMERO-S
               MOVE WS-FALTA-ATE TO WS-NUMERO-S2
               MOVE SPACES TO VAL-LINHA
               STRING "ERRO: FALTAM NA SERIE " NUM-SERIE(IDX-NUM)
                   " OS DOCUMENTOS " FUNCTION TRIM(WS-NUMERO-S) " A "
                   FUNCTION TRIM(WS-NUMERO-S2)
                   DELIMITED BY SIZE INTO VAL-LINHA
               WRITE VAL-LINHA
           END-IF.

       ESCREVER-RESUMO-SERIE.
           MOVE WS-PRIMEIRO-SERIE TO WS-NUMERO-S.
           MOVE NUM-VALOR(IDX-NUM) TO WS-NUMERO-S2.
           MOVE WS-FATURAS-SERIE TO WS-INTEIRO-S.
           MOVE SPACES TO VAL-LINHA.
           STRING "SERIE " NUM-SERIE(IDX-NUM) ": DOCUMENTOS "
               FUNCTION TRIM(WS-NUMERO-S) " A "
               FUNCTION TRIM(WS-NUMERO-S2) " ("
               FUNCTION TRIM(WS-INTEIRO-S) " EMITIDAS)"
               DELIMITED BY SIZE INTO VAL-LINHA.
           WRITE VAL-LINHA.

      * Totais: a base e o IVA das faturas do SAF-T tem de ser os da
      * declaracao periodica para os mesmos meses; um documento sem
      * numero de fatura fica na declaracao e falta no SAF-T.
       VALIDAR-TOTAIS.
           MOVE SPACES TO VAL-LINHA.
           STRING "NEGOCIO      BASE DECL.     BASE SAF-T"
               "      IVA DECL.      IVA SAF-T"
               DELIMITED BY SIZE INTO VAL-LINHA.
           WRITE VAL-LINHA.
           PERFORM VARYING IDX-NEG FROM 1 BY 1 UNTIL IDX-NEG > 3
               MOVE TOT-DECL-BASE(IDX-NEG) TO WS-FORMAT
               MOVE TOT-SAFT-BASE(IDX-NEG) TO WS-FORMAT2
               MOVE TOT-DECL-IVA(IDX-NEG) TO WS-FORMAT3
               MOVE TOT-SAFT-IVA(IDX-NEG) TO WS-FORMAT4
               MOVE SPACES TO VAL-LINHA
               STRING TOT-SIGLA(IDX-NEG) "   " WS-FORMAT " "
                   WS-FORMAT2 " " WS-FORMAT3 " " WS-FORMAT4
                   DELIMITED BY SIZE INTO VAL-LINHA
               IF (TOT-DECL-BASE(IDX-NEG) = TOT-SAFT-BASE(IDX-NEG)) AND
                  (TOT-DECL-IVA(IDX-NEG) = TOT-SAFT-IVA(IDX-NEG)) THEN
                   MOVE "OK" TO VAL-LINHA(71:)
               ELSE
                   MOVE "ERRO: DIFERENCA" TO VAL-LINHA(71:)
                   ADD 1 TO WS-ERROS
               END-IF
               WRITE VAL-LINHA
           END-PERFORM.

      * ---------------------------------------------------------------
      * Escrita do XML (SAF-T PT 1.04_01).
      * ---------------------------------------------------------------
       ESCREVER-CABECALHO.
           MOVE SPACES TO SAFT-LINHA.
           STRING '<?xml version="1.0" '
               'encoding="Windows-1252"?>'
               DELIMITED BY SIZE INTO SAFT-LINHA.
           WRITE SAFT-LINHA.
           MOVE SPACES TO SAFT-LINHA.
           STRING '<AuditFile xmlns="urn:OECD:StandardAuditFile-Tax:'
               'PT_1.04_01">' DELIMITED BY SIZE INTO SAFT-LINHA.
           WRITE SAFT-LINHA.
           MOVE 1 TO WS-XML-NIVEL.
           MOVE "Header" TO WS-XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 2 TO WS-XML-NIVEL.
           MOVE "AuditFileVersion" TO WS-XML-TAG.
           MOVE "1.04_01" TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CompanyID" TO WS-XML-TAG.
           MOVE WS-NIF-EMPRESA TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxRegistrationNumber" TO WS-XML-TAG.
           MOVE WS-NIF-EMPRESA TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxAccountingBasis" TO WS-XML-TAG.
           MOVE "F" TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CompanyName" TO WS-XML-TAG.
           MOVE WS-NOME-EMPRESA TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CompanyAddress" TO WS-XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 3 TO WS-XML-NIVEL.
           MOVE SPACES TO WS-XML-VALOR.
           PERFORM ESCREVER-MORADA.
           MOVE 2 TO WS-XML-NIVEL.
           MOVE "CompanyAddress" TO WS-XML-TAG.
           PERFORM FECHAR-ELEMENTO.
           MOVE "FiscalYear" TO WS-XML-TAG.
           MOVE WS-ANO TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "StartDate" TO WS-XML-TAG.
           MOVE WS-DATA-DE TO WS-DATA-8.
           PERFORM FORMATAR-DATA-ISO.
           MOVE WS-DATA-ISO TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "EndDate" TO WS-XML-TAG.
           MOVE WS-DATA-ATE TO WS-DATA-8.
           PERFORM FORMATAR-DATA-ISO.
           MOVE WS-DATA-ISO TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CurrencyCode" TO WS-XML-TAG.
           MOVE "EUR" TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "DateCreated" TO WS-XML-TAG.
           MOVE WS-HOJE TO WS-DATA-8.
           PERFORM FORMATAR-DATA-ISO.
           MOVE WS-DATA-ISO TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxEntity" TO WS-XML-TAG.
           MOVE "Global" TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductCompanyTaxID" TO WS-XML-TAG.
           MOVE WS-NIF-EMPRESA TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SoftwareCertificateNumber" TO WS-XML-TAG.
           MOVE "0" TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductID" TO WS-XML-TAG.
           MOVE "UFCD0807/UFCD0807" TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductVersion" TO WS-XML-TAG.
           MOVE "1.0" TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 1 TO WS-XML-NIVEL.
           MOVE "Header" TO WS-XML-TAG.
           PERFORM FECHAR-ELEMENTO.

      * Morada em WS-XML-VALOR (em branco = desconhecida); os
      * ficheiros nao guardam localidade nem codigo postal.
       ESCREVER-MORADA.
           IF (WS-XML-VALOR = SPACES) THEN
               MOVE "Desconhecido" TO WS-XML-VALOR
           END-IF.
           MOVE "AddressDetail" TO WS-XML-TAG.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "City" TO WS-XML-TAG.
           MOVE "Desconhecido" TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "PostalCode" TO WS-XML-TAG.
           MOVE "0000-000" TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Country" TO WS-XML-TAG.
           MOVE "PT" TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.

       ESCREVER-TABELAS-MESTRE.
           MOVE 1 TO WS-XML-NIVEL.
           MOVE "MasterFiles" TO WS-XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           PERFORM VARYING IDX-CLS FROM 1 BY 1
               UNTIL IDX-CLS > WS-NUM-CLS
               MOVE 2 TO WS-XML-NIVEL
               MOVE "Customer" TO WS-XML-TAG
               PERFORM ABRIR-ELEMENTO
               MOVE 3 TO WS-XML-NIVEL
               MOVE "CustomerID" TO WS-XML-TAG
               MOVE CLS-NIF(IDX-CLS) TO WS-XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE "AccountID" TO WS-XML-TAG
               MOVE "Desconhecido" TO WS-XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE "CustomerTaxID" TO WS-XML-TAG
               MOVE CLS-NIF(IDX-CLS) TO WS-XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE "CompanyName" TO WS-XML-TAG
               MOVE CLS-NOME(IDX-CLS) TO WS-XML-VALOR
               IF (WS-XML-VALOR = SPACES) THEN
                   MOVE "Desconhecido" TO WS-XML-VALOR
               END-IF
               PERFORM ESCREVER-ELEMENTO
               MOVE "BillingAddress" TO WS-XML-TAG
               PERFORM ABRIR-ELEMENTO
               MOVE 4 TO WS-XML-NIVEL
               MOVE CLS-MORADA(IDX-CLS) TO WS-XML-VALOR
               PERFORM ESCREVER-MORADA
               MOVE 3 TO WS-XML-NIVEL
               MOVE "BillingAddress" TO WS-XML-TAG
               PERFORM FECHAR-ELEMENTO
               MOVE "SelfBillingIndicator" TO WS-XML-TAG
               MOVE "0" TO WS-XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE 2 TO WS-XML-NIVEL
               MOVE "Customer" TO WS-XML-TAG
               PERFORM FECHAR-ELEMENTO
           END-PERFORM.
           PERFORM VARYING IDX-PRD FROM 1 BY 1 UNTIL IDX-PRD > 7
               MOVE 2 TO WS-XML-NIVEL
               MOVE "Product" TO WS-XML-TAG
               PERFORM ABRIR-ELEMENTO
               MOVE 3 TO WS-XML-NIVEL
               MOVE "ProductType" TO WS-XML-TAG
               MOVE PRD-TIPO(IDX-PRD) TO WS-XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE "ProductCode" TO WS-XML-TAG
               MOVE PRD-CODIGO(IDX-PRD) TO WS-XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE "ProductDescription" TO WS-XML-TAG
               MOVE PRD-DESCRICAO(IDX-PRD) TO WS-XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE "ProductNumberCode" TO WS-XML-TAG
               MOVE PRD-CODIGO(IDX-PRD) TO WS-XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE 2 TO WS-XML-NIVEL
               MOVE "Product" TO WS-XML-TAG
               PERFORM FECHAR-ELEMENTO
           END-PERFORM.
           MOVE 2 TO WS-XML-NIVEL.
           MOVE "TaxTable" TO WS-XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 23 TO DOC-TAXA.
           PERFORM ESCREVER-ENTRADA-IVA.
           MOVE 6 TO DOC-TAXA.
           PERFORM ESCREVER-ENTRADA-IVA.
           MOVE 2 TO WS-XML-NIVEL.
           MOVE "TaxTable" TO WS-XML-TAG.
           PERFORM FECHAR-ELEMENTO.
           MOVE 1 TO WS-XML-NIVEL.
           MOVE "MasterFiles" TO WS-XML-TAG.
           PERFORM FECHAR-ELEMENTO.

       ESCREVER-ENTRADA-IVA.
           MOVE 3 TO WS-XML-NIVEL.
           MOVE "TaxTableEntry" TO WS-XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 4 TO WS-XML-NIVEL.
           PERFORM ESCREVER-IMPOSTO.
           MOVE "Description" TO WS-XML-TAG.
           IF (DOC-TAXA = 6) THEN
               MOVE "Taxa reduzida" TO WS-XML-VALOR
           ELSE
               MOVE "Taxa normal" TO WS-XML-VALOR
           END-IF.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 3 TO WS-XML-NIVEL.
           MOVE "TaxTableEntry" TO WS-XML-TAG.
           PERFORM FECHAR-ELEMENTO.

      * Tipo, regiao, codigo e percentagem do imposto de DOC-TAXA.
       ESCREVER-IMPOSTO.
           MOVE "TaxType" TO WS-XML-TAG.
           MOVE "IVA" TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxCountryRegion" TO WS-XML-TAG.
           MOVE "PT" TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxCode" TO WS-XML-TAG.
           IF (DOC-TAXA = 6) THEN
               MOVE "RED" TO WS-XML-VALOR
           ELSE
               MOVE "NOR" TO WS-XML-VALOR
           END-IF.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxPercentage" TO WS-XML-TAG.
           MOVE DOC-TAXA TO WS-MONTANTE.
           PERFORM FORMATAR-MONTANTE.
           PERFORM ESCREVER-ELEMENTO.

       ABRIR-FATURAS-VENDA.
           MOVE 1 TO WS-XML-NIVEL.
           MOVE "SourceDocuments" TO WS-XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 2 TO WS-XML-NIVEL.
           MOVE "SalesInvoices" TO WS-XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 3 TO WS-XML-NIVEL.
           MOVE "NumberOfEntries" TO WS-XML-TAG.
           MOVE WS-NUM-FATURAS TO WS-INTEIRO-S.
           MOVE FUNCTION TRIM(WS-INTEIRO-S) TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TotalDebit" TO WS-XML-TAG.
           MOVE WS-TOTAL-DEBITO TO WS-MONTANTE.
           PERFORM FORMATAR-MONTANTE.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TotalCredit" TO WS-XML-TAG.
           MOVE WS-TOTAL-CREDITO TO WS-MONTANTE.
           PERFORM FORMATAR-MONTANTE.
           PERFORM ESCREVER-ELEMENTO.

       ESCREVER-FATURA.
           MOVE 3 TO WS-XML-NIVEL.
           MOVE "Invoice" TO WS-XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 4 TO WS-XML-NIVEL.
           MOVE "InvoiceNo" TO WS-XML-TAG.
           MOVE DOC-NUMERO TO WS-NUMERO-S.
           MOVE SPACES TO WS-XML-VALOR.
           STRING DOC-TIPO " " DOC-SERIE "/" FUNCTION TRIM(WS-NUMERO-S)
               DELIMITED BY SIZE INTO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE DOC-SERIE TO WS-CAD-PROCURA-SERIE.
           MOVE DOC-NUMERO TO WS-CAD-PROCURA-NUMERO.
           PERFORM PROCURAR-CADEIA.
           MOVE "ATCUD" TO WS-XML-TAG.
           IF (WS-CAD-ENCONTRADO > 0) THEN
               MOVE TC-ATCUD(WS-CAD-ENCONTRADO) TO WS-XML-VALOR
           ELSE
               MOVE "0" TO WS-XML-VALOR
           END-IF.
           PERFORM ESCREVER-ELEMENTO.
           MOVE DOC-DATA TO WS-DATA-8.
           PERFORM FORMATAR-DATA-ISO.
           MOVE DOC-HORA TO WS-HORA-4.
           MOVE SPACES TO WS-DATA-HORA-ISO.
           STRING WS-DATA-ISO "T" WS-H4-HH ":" WS-H4-MM ":00"
               DELIMITED BY SIZE INTO WS-DATA-HORA-ISO.
           MOVE "DocumentStatus" TO WS-XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 5 TO WS-XML-NIVEL.
           MOVE "InvoiceStatus" TO WS-XML-TAG.
           MOVE DOC-ESTADO TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "InvoiceStatusDate" TO WS-XML-TAG.
           MOVE WS-DATA-HORA-ISO TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SourceID" TO WS-XML-TAG.
           MOVE "SISTEMA" TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SourceBilling" TO WS-XML-TAG.
           MOVE "P" TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 4 TO WS-XML-NIVEL.
           MOVE "DocumentStatus" TO WS-XML-TAG.
           PERFORM FECHAR-ELEMENTO.
      * Faturas emitidas antes da cadeia de hash: Hash e HashControl
      * a 0.
           MOVE "Hash" TO WS-XML-TAG.
           IF (WS-CAD-ENCONTRADO > 0) THEN
               MOVE TC-HASH(WS-CAD-ENCONTRADO) TO WS-XML-VALOR
           ELSE
               MOVE "0" TO WS-XML-VALOR
           END-IF.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "HashControl" TO WS-XML-TAG.
           IF (WS-CAD-ENCONTRADO > 0) THEN
               MOVE "1" TO WS-XML-VALOR
           ELSE
               MOVE "0" TO WS-XML-VALOR
           END-IF.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "InvoiceDate" TO WS-XML-TAG.
           MOVE WS-DATA-ISO TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "InvoiceType" TO WS-XML-TAG.
           MOVE DOC-TIPO TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SpecialRegimes" TO WS-XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 5 TO WS-XML-NIVEL.
           MOVE "SelfBillingIndicator" TO WS-XML-TAG.
           MOVE "0" TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CashVATSchemeIndicator" TO WS-XML-TAG.
           MOVE "0" TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ThirdPartiesBillingIndicator" TO WS-XML-TAG.
           MOVE "0" TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 4 TO WS-XML-NIVEL.
           MOVE "SpecialRegimes" TO WS-XML-TAG.
           PERFORM FECHAR-ELEMENTO.
           MOVE "SourceID" TO WS-XML-TAG.
           MOVE "SISTEMA" TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SystemEntryDate" TO WS-XML-TAG.
           MOVE WS-DATA-HORA-ISO TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CustomerID" TO WS-XML-TAG.
           IF (DOC-NIF = 0) THEN
               MOVE "999999990" TO WS-XML-VALOR
           ELSE
               MOVE DOC-NIF TO WS-XML-VALOR
           END-IF.
           PERFORM ESCREVER-ELEMENTO.
           PERFORM VARYING IDX-LIN FROM 1 BY 1
               UNTIL IDX-LIN > DOC-NUM-LINHAS
               PERFORM ESCREVER-LINHA-FATURA
           END-PERFORM.
           MOVE 4 TO WS-XML-NIVEL.
           MOVE "DocumentTotals" TO WS-XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 5 TO WS-XML-NIVEL.
           MOVE "TaxPayable" TO WS-XML-TAG.
           MOVE DOC-IVA TO WS-MONTANTE.
           PERFORM FORMATAR-MONTANTE.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "NetTotal" TO WS-XML-TAG.
           MOVE DOC-BASE TO WS-MONTANTE.
           PERFORM FORMATAR-MONTANTE.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "GrossTotal" TO WS-XML-TAG.
           MOVE DOC-TOTAL TO WS-MONTANTE.
           PERFORM FORMATAR-MONTANTE.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 4 TO WS-XML-NIVEL.
           MOVE "DocumentTotals" TO WS-XML-TAG.
           PERFORM FECHAR-ELEMENTO.
           MOVE 3 TO WS-XML-NIVEL.
           MOVE "Invoice" TO WS-XML-TAG.
           PERFORM FECHAR-ELEMENTO.

       ESCREVER-LINHA-FATURA.
           MOVE 4 TO WS-XML-NIVEL.
           MOVE "Line" TO WS-XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 5 TO WS-XML-NIVEL.
           MOVE "LineNumber" TO WS-XML-TAG.
           MOVE IDX-LIN TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE LIN-PRODUTO(IDX-LIN) TO IDX-PRD.
           MOVE "ProductCode" TO WS-XML-TAG.
           MOVE PRD-CODIGO(IDX-PRD) TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductDescription" TO WS-XML-TAG.
           MOVE PRD-DESCRICAO(IDX-PRD) TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Quantity" TO WS-XML-TAG.
           MOVE LIN-QTD(IDX-LIN) TO WS-INTEIRO-S.
           MOVE FUNCTION TRIM(WS-INTEIRO-S) TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "UnitOfMeasure" TO WS-XML-TAG.
           MOVE "UN" TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "UnitPrice" TO WS-XML-TAG.
           COMPUTE WS-PRECO-UNIT ROUNDED =
               LIN-VALOR(IDX-LIN) / LIN-QTD(IDX-LIN).
           MOVE WS-PRECO-UNIT TO WS-MONTANTE.
           PERFORM FORMATAR-MONTANTE.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxPointDate" TO WS-XML-TAG.
           MOVE WS-DATA-ISO TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
      * Nota de credito: referencia a fatura creditada e o motivo, e
      * o valor da linha vai a debito.
           IF (DOC-TIPO = "NC") THEN
               MOVE "References" TO WS-XML-TAG
               PERFORM ABRIR-ELEMENTO
               MOVE 6 TO WS-XML-NIVEL
               MOVE "Reference" TO WS-XML-TAG
               MOVE DOC-ORIGEM TO WS-XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE "Reason" TO WS-XML-TAG
               MOVE DOC-MOTIVO TO WS-XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE 5 TO WS-XML-NIVEL
               MOVE "References" TO WS-XML-TAG
               PERFORM FECHAR-ELEMENTO
           END-IF.
           MOVE "Description" TO WS-XML-TAG.
           MOVE LIN-DESCRICAO(IDX-LIN) TO WS-XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           IF (DOC-TIPO = "NC") THEN
               MOVE "DebitAmount" TO WS-XML-TAG
           ELSE
               MOVE "CreditAmount" TO WS-XML-TAG
           END-IF.
           MOVE LIN-VALOR(IDX-LIN) TO WS-MONTANTE.
           PERFORM FORMATAR-MONTANTE.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Tax" TO WS-XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 6 TO WS-XML-NIVEL.
           PERFORM ESCREVER-IMPOSTO.
           MOVE 5 TO WS-XML-NIVEL.
           MOVE "Tax" TO WS-XML-TAG.
           PERFORM FECHAR-ELEMENTO.
           MOVE 4 TO WS-XML-NIVEL.
           MOVE "Line" TO WS-XML-TAG.
           PERFORM FECHAR-ELEMENTO.

       FECHAR-FICHEIRO-SAFT.
           MOVE 2 TO WS-XML-NIVEL.
           MOVE "SalesInvoices" TO WS-XML-TAG.
           PERFORM FECHAR-ELEMENTO.
           MOVE 1 TO WS-XML-NIVEL.
           MOVE "SourceDocuments" TO WS-XML-TAG.
           PERFORM FECHAR-ELEMENTO.
           MOVE "</AuditFile>" TO SAFT-LINHA.
           WRITE SAFT-LINHA.

      * <tag>valor</tag> com o valor ja escapado e sem os espacos a
      * direita, indentado dois espacos por nivel.
       ESCREVER-ELEMENTO.
           PERFORM ESCAPAR-XML.
           MOVE SPACES TO SAFT-LINHA.
           COMPUTE WS-PONTEIRO = (WS-XML-NIVEL * 2) + 1.
           IF (WS-XML-TAM = 0) THEN
               STRING "<" FUNCTION TRIM(WS-XML-TAG) "/>"
                   DELIMITED BY SIZE INTO SAFT-LINHA
                   WITH POINTER WS-PONTEIRO
           ELSE
               STRING "<" FUNCTION TRIM(WS-XML-TAG) ">"
                   WS-XML-ESCAPADO(1:WS-XML-TAM)
                   "</" FUNCTION TRIM(WS-XML-TAG) ">"
                   DELIMITED BY SIZE INTO SAFT-LINHA
                   WITH POINTER WS-PONTEIRO
           END-IF.
           WRITE SAFT-LINHA.
           MOVE SPACES TO WS-XML-VALOR.

       ABRIR-ELEMENTO.
           MOVE SPACES TO SAFT-LINHA.
           COMPUTE WS-PONTEIRO = (WS-XML-NIVEL * 2) + 1.
           STRING "<" FUNCTION TRIM(WS-XML-TAG) ">"
               DELIMITED BY SIZE INTO SAFT-LINHA
               WITH POINTER WS-PONTEIRO.
           WRITE SAFT-LINHA.

       FECHAR-ELEMENTO.
           MOVE SPACES TO SAFT-LINHA.
           COMPUTE WS-PONTEIRO = (WS-XML-NIVEL * 2) + 1.
           STRING "</" FUNCTION TRIM(WS-XML-TAG) ">"
               DELIMITED BY SIZE INTO SAFT-LINHA
               WITH POINTER WS-PONTEIRO.
           WRITE SAFT-LINHA.

      * Troca &, < e > pelas entidades do XML.
       ESCAPAR-XML.
           MOVE 0 TO WS-XML-FIM.
           PERFORM VARYING IDX-XML FROM 1 BY 1 UNTIL IDX-XML > 120
               IF (WS-XML-VALOR(IDX-XML:1) NOT = SPACE) THEN
                   MOVE IDX-XML TO WS-XML-FIM
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-XML-ESCAPADO.
           MOVE 1 TO WS-XML-PTR.
           PERFORM VARYING IDX-XML FROM 1 BY 1
               UNTIL IDX-XML > WS-XML-FIM
               EVALUATE WS-XML-VALOR(IDX-XML:1)
                   WHEN "&"
                       STRING "&amp;" DELIMITED BY SIZE
                           INTO WS-XML-ESCAPADO WITH POINTER WS-XML-PTR
                   WHEN "<"
                       STRING "&lt;" DELIMITED BY SIZE
                           INTO WS-XML-ESCAPADO WITH POINTER WS-XML-PTR
                   WHEN ">"
                       STRING "&gt;" DELIMITED BY SIZE
                           INTO WS-XML-ESCAPADO WITH POINTER WS-XML-PTR
                   WHEN OTHER
                       STRING WS-XML-VALOR(IDX-XML:1) DELIMITED BY SIZE
                           INTO WS-XML-ESCAPADO WITH POINTER WS-XML-PTR
               END-EVALUATE
           END-PERFORM.
           COMPUTE WS-XML-TAM = WS-XML-PTR - 1.

       FORMATAR-MONTANTE.
           MOVE WS-MONTANTE TO WS-MONTANTE-S.
           MOVE FUNCTION TRIM(WS-MONTANTE-S) TO WS-XML-VALOR.

       FORMATAR-DATA-ISO.
           MOVE SPACES TO WS-DATA-ISO.
           STRING WS-D8-ANO "-" WS-D8-MES "-" WS-D8-DIA
               DELIMITED BY SIZE INTO WS-DATA-ISO.

       COPY "NIF-PROC.cpy".
       COPY "CONTAS-CORP-PROC.cpy".
       COPY "AGUA-MESTRE-PROC.cpy".
       COPY "FATURA-HASH-PROC.cpy".
       COPY "FATURA-HASH-TAB-PROC.cpy".

       END PROGRAM SAFT-PT.
