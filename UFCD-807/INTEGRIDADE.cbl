      ******************************************************************
      * Author:
      * Date:
      * Purpose: Verificacao de integridade entre ficheiros - cada
      *          programa confere o seu ficheiro, este confere que os
      *          ficheiros batem uns com os outros: pedidos com
      *          telefone sem ficha em CLIENTES.DAT, contratos com
      *          matricula fora de FROTA.DAT ou carta fora de
      *          CLIENTES-ALUGUER.DAT, multas com matricula fora de
      *          VEICULOS.DAT, leituras e consumos de contas que nao
      *          estao em AGUA-MESTRE.DAT, historico de salarios de
      *          empregados que ja nao estao em EMPREGADOS.DAT, e
      *          buracos ou repetidos na numeracao dos pedidos (por
      *          dia), dos contratos e das series de faturas PIZ, ALG
      *          e AGA, com o respetivo contador conferido contra o
      *          ultimo numero gravado.
      *          Cada ocorrencia fica em ERROS.LOG (programa
      *          INTEGRIDADE) para ser seguida na consola de erros.
      *          Referencias a fichas apagadas ou anonimizadas pela
      *          protecao de dados (RGPD.LOG) em documentos anteriores
      *          ao apagamento sao contadas a parte e nao sao erro.
      *          Nao pede nada: corre no LANCADOR ou na cadeia noturna.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRIDADE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PEDIDOS-SELECT.cpy".
           COPY "CLIENTES-SELECT.cpy".
           COPY "PEDIDO-CONTADOR-SELECT.cpy".
           COPY "CONTRATOS-SELECT.cpy".
           COPY "CONTRATO-CONTADOR-SELECT.cpy".
           COPY "FROTA-SELECT.cpy".
           COPY "CLIENTES-ALUGUER-SELECT.cpy".
           COPY "ALUGUERES-SELECT.cpy".
           COPY "MULTAS-SELECT.cpy".
           COPY "VEICULOS-SELECT.cpy".
           COPY "AGUA-SELECT.cpy".
           COPY "AGUA-MESTRE-SELECT.cpy".
           SELECT FICHEIRO-LEITURAS ASSIGN TO "LEITURAS-AGUA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEITURAS-STATUS.
           COPY "SALARIOS-HIST-SELECT.cpy".
           COPY "EMPREGADOS-SELECT.cpy".
           SELECT FICHEIRO-CTR-FATURA ASSIGN TO WS-NOME-CONTADOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-FATURA-STATUS.
           COPY "RGPD-LOG-SELECT.cpy".
           COPY "ERRO-LOG-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "PEDIDOS-FD.cpy".
           COPY "CLIENTES-FD.cpy".
           COPY "PEDIDO-CONTADOR-FD.cpy".
           COPY "CONTRATOS-FD.cpy".
           COPY "CONTRATO-CONTADOR-FD.cpy".
           COPY "FROTA-FD.cpy".
           COPY "CLIENTES-ALUGUER-FD.cpy".
           COPY "ALUGUERES-FD.cpy".
           COPY "MULTAS-FD.cpy".
           COPY "VEICULOS-FD.cpy".
           COPY "AGUA-FD.cpy".
           COPY "AGUA-MESTRE-FD.cpy".

       FD  FICHEIRO-LEITURAS.
       01  REG-LEITURA.
           05 LEI-CONTA           PIC X(10).
           05 LEI-PERIODO         PIC 9(06).
           05 LEI-LEITURA         PIC 9(06).
           05 LEI-SUSPEITA        PIC X(01).

           COPY "SALARIOS-HIST-FD.cpy".
           COPY "EMPREGADOS-FD.cpy".

      * Contadores das series de faturas (PIZ, ALG e AGA): o ultimo
      * numero emitido.
       FD  FICHEIRO-CTR-FATURA.
       01  REG-CTR-FATURA         PIC 9(06).

           COPY "RGPD-LOG-FD.cpy".
           COPY "ERRO-LOG-FD.cpy".
           COPY "OPERADOR-SESSAO-FD.cpy".

       WORKING-STORAGE SECTION.
       77 WS-PEDIDOS-STATUS      PIC XX VALUES SPACES.
       77 WS-CLIENTES-STATUS     PIC XX VALUES SPACES.
       77 WS-CONTADOR-PED-STATUS PIC XX VALUES SPACES.
       77 WS-CONTRATOS-STATUS    PIC XX VALUES SPACES.
       77 WS-CONTRATOS-CTL-STATUS PIC XX VALUES SPACES.
       77 WS-ALUGUERES-STATUS    PIC XX VALUES SPACES.
       77 WS-MULTAS-STATUS       PIC XX VALUES SPACES.
       77 WS-AGUA-STATUS         PIC XX VALUES SPACES.
       77 WS-LEITURAS-STATUS     PIC XX VALUES SPACES.
       77 WS-SAL-HIST-STATUS     PIC XX VALUES SPACES.
       77 WS-EMPREGADOS-STATUS   PIC XX VALUES SPACES.
       77 WS-CTR-FATURA-STATUS   PIC XX VALUES SPACES.
       77 WS-NOME-CONTADOR       PIC X(25) VALUES SPACES.
       COPY "CONTRATO-CONTADOR-WS.cpy".
       COPY "FROTA-WS.cpy".
       COPY "JORNAL-WS.cpy".
       COPY "CLIENTES-ALUGUER-WS.cpy".
       COPY "VEICULOS-WS.cpy".
       COPY "AGUA-MESTRE-WS.cpy".
       COPY "RGPD-LOG-WS.cpy".
       COPY "ERRO-LOG-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       77 CARTA-CONDUCAO         PIC X(09) VALUES SPACES.
       77 WS-FROTA-TRUNCADA      PIC A VALUES "N".
       77 WS-FR-ACHADA           PIC 9(02) VALUES 0.
       77 WS-PLACA-PESQUISA      PIC X(08) VALUES SPACES.
       77 WS-VEI-ACHADO          PIC 9(03) VALUES 0.
       77 WS-MESTRE-ABERTO       PIC A VALUES "N".
      * Ultimo apagamento registado em RGPD.LOG para cada ficheiro
      * mestre (fichas da pizzaria eliminadas, clientes do aluguer
      * anonimizados).
       77 WS-RGPD-DATA-CLI       PIC 9(08) VALUES 0.
       77 WS-RGPD-DATA-CAL       PIC 9(08) VALUES 0.
       77 WS-DATA-DOCUMENTO      PIC 9(08) VALUES 0.
       01 WS-DATA-PEDIDO.
           05 WS-DPE-ANO         PIC X(04).
           05 WS-DPE-MES         PIC X(02).
           05 WS-DPE-DIA         PIC X(02).
       01 WS-DATA-PEDIDO-N REDEFINES WS-DATA-PEDIDO PIC 9(08).
      * Numeros de uma numeracao (dia de pedidos ou serie), por ordem
      * de chave e numero; os pedidos da mesma conta de mesa partilham
      * a fatura e nao contam como repetidos entre si.
       77 WS-NUM-NUMEROS         PIC 9(05) VALUES 0.
       77 IDX-NUM                PIC 9(05) VALUES 0.
       77 WS-NUMEROS-TRUNCADA    PIC A VALUES "N".
       77 WS-POSICAO-ACHADA      PIC A VALUES "N".
       01 WS-NOVO-NUMERO.
           05 WS-NOVO-CHAVE      PIC X(08).
           05 WS-NOVO-VALOR      PIC 9(06).
           05 WS-NOVO-MESA       PIC X(01).
       01 TABELA-NUMEROS.
           05 NUM-ITEM OCCURS 20000 TIMES.
               10 NUM-CHAVE      PIC X(08).
               10 NUM-VALOR      PIC 9(06).
               10 NUM-MESA       PIC X(01).
      * Conferencia da numeracao: P - pedidos (a chave e o dia, a
      * numeracao reinicia); S - serie (a chave e a propria serie).
       77 WS-TIPO-NUMERACAO      PIC X(01) VALUES SPACES.
       77 WS-TEXTO-SERIE         PIC X(16) VALUES SPACES.
       77 WS-NUM-ANTERIOR        PIC 9(06) VALUES 0.
      * Contador da numeracao: o dia ou serie a que se aplica, o
      * valor lido e se guarda o ultimo numero emitido (U) ou o
      * proximo a emitir (P).
       77 WS-CONTADOR-NOME       PIC X(20) VALUES SPACES.
       77 WS-CONTADOR-EXISTE     PIC A VALUES "N".
       77 WS-CONTADOR-CHAVE      PIC X(08) VALUES SPACES.
       77 WS-CONTADOR-VALOR      PIC 9(06) VALUES 0.
       77 WS-CONTADOR-TIPO       PIC X(01) VALUES "U".
       77 WS-CONTADOR-ULTIMO     PIC 9(06) VALUES 0.
       77 WS-CONTADOR-ESPERADO   PIC 9(06) VALUES 0.
       77 WS-FALTA-DE            PIC 9(06) VALUES 0.
       77 WS-FALTA-ATE           PIC 9(06) VALUES 0.
       77 WS-NUMERO-S            PIC Z(5)9.
       77 WS-NUMERO-S2           PIC Z(5)9.
      * Nomes ja reportados no historico de salarios (um nome aparece
      * em todos os meses; basta uma ocorrencia por nome).
       77 WS-NUM-SAL-ORFAOS      PIC 9(03) VALUES 0.
       77 IDX-SOR                PIC 9(03) VALUES 0.
       77 WS-SOR-ACHADO          PIC 9(03) VALUES 0.
       01 TABELA-SAL-ORFAOS.
           05 SOR-NOME OCCURS 200 TIMES PIC X(30).
       77 WS-ACHADOS             PIC 9(05) VALUES 0.
       77 WS-ACHADOS-TOTAL       PIC 9(05) VALUES 0.
       77 WS-QTD-RGPD            PIC 9(05) VALUES 0.
       77 WS-QTD-LIDOS           PIC 9(07) VALUES 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-OPERADOR-SESSAO.
           MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR.
           IF (WS-ERRO-OPERADOR = SPACES) THEN
               MOVE "LOTE" TO WS-ERRO-OPERADOR
           END-IF.
           MOVE "INTEGRIDADE" TO WS-ERRO-PROGRAMA.
           DISPLAY "=== VERIFICACAO DE INTEGRIDADE ENTRE FICHEIROS ===".
           PERFORM CARREGAR-DATAS-RGPD.
           PERFORM VERIFICAR-PEDIDOS THRU FIM-VERIFICAR-PEDIDOS.
           PERFORM VERIFICAR-FATURAS-PIZ THRU FIM-VERIFICAR-FATURAS-PIZ.
           PERFORM VERIFICAR-CONTRATOS THRU FIM-VERIFICAR-CONTRATOS.
           PERFORM VERIFICAR-FATURAS-ALG THRU FIM-VERIFICAR-FATURAS-ALG.
           PERFORM VERIFICAR-MULTAS THRU FIM-VERIFICAR-MULTAS.
           PERFORM VERIFICAR-LEITURAS THRU FIM-VERIFICAR-LEITURAS.
           PERFORM VERIFICAR-CONTAS-AGUA THRU FIM-VERIFICAR-CONTAS-AGUA.
           PERFORM VERIFICAR-SALARIOS THRU FIM-VERIFICAR-SALARIOS.
           DISPLAY "==================================================".
           DISPLAY "OCORRENCIAS REGISTADAS EM ERROS.LOG: "
               WS-ACHADOS-TOTAL.
           DISPLAY "REFERENCIAS APAGADAS PELO RGPD:      " WS-QTD-RGPD.
           IF (WS-ACHADOS-TOTAL = 0) THEN
               DISPLAY "OS FICHEIROS BATEM UNS COM OS OUTROS."
           ELSE
               DISPLAY "CONSULTE A CONSOLA DE ERROS (PROGRAMA "
                   "INTEGRIDADE)."
           END-IF.
           STOP RUN.

      * Data do ultimo apagamento de fichas da pizzaria e da ultima
      * anonimizacao de clientes do aluguer. Um documento dessa data
      * ou anterior cuja ficha falta foi, com toda a probabilidade,
      * apagado a pedido do titular ou no fim do prazo de conservacao.
       CARREGAR-DATAS-RGPD.
           MOVE 0 TO WS-RGPD-DATA-CLI.
           MOVE 0 TO WS-RGPD-DATA-CAL.
           MOVE SPACES TO WS-RGPD-STATUS.
           OPEN INPUT FICHEIRO-RGPD.
           IF (WS-RGPD-STATUS = "00") THEN
               PERFORM UNTIL WS-RGPD-STATUS = "10"
                   READ FICHEIRO-RGPD
                       AT END MOVE "10" TO WS-RGPD-STATUS
                       NOT AT END
                           IF (RGP-FICHEIRO = "CLIENTES.DAT") AND
                              (RGP-ACAO = "E") AND
                              (RGP-DATA > WS-RGPD-DATA-CLI) THEN
                               MOVE RGP-DATA TO WS-RGPD-DATA-CLI
                           END-IF
                           IF (RGP-FICHEIRO = "CLIENTES-ALUGUER.DAT")
                              AND (RGP-ACAO = "A") AND
                              (RGP-DATA > WS-RGPD-DATA-CAL) THEN
                               MOVE RGP-DATA TO WS-RGPD-DATA-CAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-RGPD.

      * Pedidos: o telefone do cliente tem de ter ficha em
      * CLIENTES.DAT (pedidos sem telefone sao de balcao e nao
      * contam) e cada dia tem de ter os pedidos 1, 2, 3... sem
      * buracos nem repetidos ate ao que diz PEDIDO-CONTADOR.DAT.
       VERIFICAR-PEDIDOS.
           DISPLAY "PEDIDOS (PEDIDOS.DAT / CLIENTES.DAT)".
           MOVE 0 TO WS-ACHADOS.
           MOVE 0 TO WS-QTD-LIDOS.
           PERFORM LIMPAR-NUMEROS.
           MOVE SPACES TO WS-PEDIDOS-STATUS.
           OPEN INPUT FICHEIRO-PEDIDOS.
           IF (WS-PEDIDOS-STATUS NOT = "00") THEN
               CLOSE FICHEIRO-PEDIDOS
               DISPLAY "  SEM PEDIDOS."
               GO FIM-VERIFICAR-PEDIDOS
           END-IF.
           MOVE "N" TO WS-MESTRE-ABERTO.
           MOVE SPACES TO WS-CLIENTES-STATUS.
           OPEN INPUT FICHEIRO-CLIENTES.
           IF (WS-CLIENTES-STATUS = "00") THEN
               MOVE "S" TO WS-MESTRE-ABERTO
           ELSE
               MOVE SPACES TO WS-ERRO-MENSAGEM
               STRING "CLIENTES.DAT INDISPONIVEL (ESTADO "
                   WS-CLIENTES-STATUS ")" DELIMITED BY SIZE
                   INTO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ACHADO
           END-IF.
           PERFORM UNTIL WS-PEDIDOS-STATUS = "10"
               READ FICHEIRO-PEDIDOS
                   AT END MOVE "10" TO WS-PEDIDOS-STATUS
                   NOT AT END PERFORM VER-PEDIDO
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-PEDIDOS.
           IF (WS-MESTRE-ABERTO = "S") THEN
               CLOSE FICHEIRO-CLIENTES
           END-IF.
           MOVE "PEDIDO-CONTADOR.DAT" TO WS-CONTADOR-NOME.
           MOVE "N" TO WS-CONTADOR-EXISTE.
           MOVE SPACES TO WS-CONTADOR-PED-STATUS.
           OPEN INPUT FICHEIRO-CONTADOR-PED.
           IF (WS-CONTADOR-PED-STATUS = "00") THEN
               READ FICHEIRO-CONTADOR-PED
                   NOT AT END
                       MOVE "S" TO WS-CONTADOR-EXISTE
                       MOVE CONT-PED-DATA TO WS-CONTADOR-CHAVE
                       MOVE CONT-PED-SEQ TO WS-CONTADOR-VALOR
               END-READ
           END-IF.
           CLOSE FICHEIRO-CONTADOR-PED.
           MOVE "P" TO WS-TIPO-NUMERACAO.
           MOVE "U" TO WS-CONTADOR-TIPO.
           PERFORM VERIFICAR-NUMERACAO THRU FIM-VERIFICAR-NUMERACAO.
           DISPLAY "  PEDIDOS LIDOS: " WS-QTD-LIDOS
               " OCORRENCIAS: " WS-ACHADOS.
       FIM-VERIFICAR-PEDIDOS.
           EXIT.

       VER-PEDIDO.
           ADD 1 TO WS-QTD-LIDOS.
           MOVE REG-DATA(7:4) TO WS-DPE-ANO.
           MOVE REG-DATA(4:2) TO WS-DPE-MES.
           MOVE REG-DATA(1:2) TO WS-DPE-DIA.
           IF (WS-DATA-PEDIDO-N IS NUMERIC) THEN
               MOVE WS-DATA-PEDIDO-N TO WS-DATA-DOCUMENTO
           ELSE
               MOVE 0 TO WS-DATA-DOCUMENTO
           END-IF.
           IF (WS-DATA-DOCUMENTO > 0) AND
              (REG-NUM-PEDIDO IS NUMERIC) AND (REG-NUM-PEDIDO > 0) THEN
               MOVE WS-DATA-PEDIDO TO WS-NOVO-CHAVE
               MOVE REG-NUM-PEDIDO TO WS-NOVO-VALOR
               MOVE SPACES TO WS-NOVO-MESA
               PERFORM REGISTAR-NUMERO
           END-IF.
           IF (WS-MESTRE-ABERTO = "S") AND
              (REG-CONTATO IS NUMERIC) AND (REG-CONTATO > 0) THEN
               MOVE REG-CONTATO TO CLI-CONTATO
               READ FICHEIRO-CLIENTES
                   INVALID KEY PERFORM PEDIDO-SEM-CLIENTE
               END-READ
           END-IF.

       PEDIDO-SEM-CLIENTE.
           IF (WS-DATA-DOCUMENTO > 0) AND
              (WS-DATA-DOCUMENTO <= WS-RGPD-DATA-CLI) THEN
               ADD 1 TO WS-QTD-RGPD
           ELSE
               MOVE SPACES TO WS-ERRO-MENSAGEM
               STRING "PED " REG-DATA "-" REG-NUM-PEDIDO
                   " S/CLIENTE " REG-CONTATO
                   DELIMITED BY SIZE INTO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ACHADO
           END-IF.

      * Serie PIZ: numero da fatura de cada pedido contra
      * FATURA-CTR-PIZ.DAT.
       VERIFICAR-FATURAS-PIZ.
           DISPLAY "FATURAS DA PIZZARIA (SERIE PIZ)".
           MOVE 0 TO WS-ACHADOS.
           PERFORM LIMPAR-NUMEROS.
           MOVE SPACES TO WS-PEDIDOS-STATUS.
           OPEN INPUT FICHEIRO-PEDIDOS.
           IF (WS-PEDIDOS-STATUS = "00") THEN
               PERFORM UNTIL WS-PEDIDOS-STATUS = "10"
                   READ FICHEIRO-PEDIDOS
                       AT END MOVE "10" TO WS-PEDIDOS-STATUS
                       NOT AT END PERFORM VER-FATURA-PEDIDO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-PEDIDOS.
           MOVE "FATURA-CTR-PIZ.DAT" TO WS-NOME-CONTADOR.
           MOVE "PIZ" TO WS-CONTADOR-CHAVE.
           MOVE "FATURAS PIZ" TO WS-TEXTO-SERIE.
           PERFORM VERIFICAR-SERIE-FATURAS.
           DISPLAY "  FATURAS NUMERADAS: " WS-NUM-NUMEROS
               " OCORRENCIAS: " WS-ACHADOS.
       FIM-VERIFICAR-FATURAS-PIZ.
           EXIT.

       VER-FATURA-PEDIDO.
           IF (REG-FATURA-NUM IS NUMERIC) AND (REG-FATURA-NUM > 0) THEN
               MOVE "PIZ" TO WS-NOVO-CHAVE
               MOVE REG-FATURA-NUM TO WS-NOVO-VALOR
               MOVE SPACES TO WS-NOVO-MESA
               IF (REG-MESA IS NUMERIC) AND (REG-MESA > 0) THEN
                   MOVE "S" TO WS-NOVO-MESA
               END-IF
               PERFORM REGISTAR-NUMERO
           END-IF.

      * Contratos: a matricula (e a da viatura de troca) tem de estar
      * em FROTA.DAT e a carta do condutor em CLIENTES-ALUGUER.DAT; a
      * numeracao segue CTR-CONTADOR.DAT, que guarda o proximo numero.
       VERIFICAR-CONTRATOS.
           DISPLAY "CONTRATOS (CONTRATOS.DAT / FROTA.DAT / "
               "CLIENTES-ALUGUER.DAT)".
           MOVE 0 TO WS-ACHADOS.
           MOVE 0 TO WS-QTD-LIDOS.
           PERFORM LIMPAR-NUMEROS.
           MOVE SPACES TO WS-CONTRATOS-STATUS.
           OPEN INPUT FICHEIRO-CONTRATOS.
           IF (WS-CONTRATOS-STATUS = "35") THEN
               CLOSE FICHEIRO-CONTRATOS
               DISPLAY "  SEM CONTRATOS."
               GO FIM-VERIFICAR-CONTRATOS
           END-IF.
           IF (WS-CONTRATOS-STATUS NOT = "00") THEN
               MOVE SPACES TO WS-ERRO-MENSAGEM
               STRING "CONTRATOS.DAT INDISPONIVEL (ESTADO "
                   WS-CONTRATOS-STATUS ")" DELIMITED BY SIZE
                   INTO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ACHADO
               CLOSE FICHEIRO-CONTRATOS
               GO FIM-VERIFICAR-CONTRATOS
           END-IF.
           PERFORM CARREGAR-PLACAS-FROTA.
           PERFORM CARREGAR-CLIENTES-ALUGUER.
           IF (WS-FROTA-TRUNCADA = "S") THEN
               MOVE "FROTA.DAT COM MAIS DE 20 VIATURAS"
                   TO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ACHADO
           END-IF.
           PERFORM UNTIL WS-CONTRATOS-STATUS = "10"
               READ FICHEIRO-CONTRATOS NEXT
                   AT END MOVE "10" TO WS-CONTRATOS-STATUS
                   NOT AT END PERFORM VER-CONTRATO
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-CONTRATOS.
           MOVE "CTR-CONTADOR.DAT" TO WS-CONTADOR-NOME.
           MOVE "N" TO WS-CONTADOR-EXISTE.
           MOVE "CTR" TO WS-CONTADOR-CHAVE.
           MOVE SPACES TO WS-CONTADOR-CTR-STATUS.
           OPEN INPUT FICHEIRO-CONTADOR-CTR.
           IF (WS-CONTADOR-CTR-STATUS = "00") THEN
               READ FICHEIRO-CONTADOR-CTR
                   NOT AT END
                       MOVE "S" TO WS-CONTADOR-EXISTE
                       MOVE REG-CONTADOR-CTR TO WS-CONTADOR-VALOR
               END-READ
           END-IF.
           CLOSE FICHEIRO-CONTADOR-CTR.
           MOVE "S" TO WS-TIPO-NUMERACAO.
           MOVE "P" TO WS-CONTADOR-TIPO.
           MOVE "CONTRATOS" TO WS-TEXTO-SERIE.
           PERFORM VERIFICAR-NUMERACAO THRU FIM-VERIFICAR-NUMERACAO.
           DISPLAY "  CONTRATOS LIDOS: " WS-QTD-LIDOS
               " OCORRENCIAS: " WS-ACHADOS.
       FIM-VERIFICAR-CONTRATOS.
           EXIT.

       VER-CONTRATO.
           ADD 1 TO WS-QTD-LIDOS.
           MOVE "CTR" TO WS-NOVO-CHAVE.
           MOVE CTR-NUM TO WS-NOVO-VALOR.
           MOVE SPACES TO WS-NOVO-MESA.
           PERFORM REGISTAR-NUMERO.
           IF (CTR-PLACA NOT = SPACES) AND
              (WS-FROTA-TRUNCADA = "N") THEN
               MOVE CTR-PLACA TO WS-PLACA-PESQUISA
               PERFORM PROCURAR-PLACA-FROTA
               IF (WS-FR-ACHADA = 0) THEN
                   PERFORM CONTRATO-SEM-VIATURA
               END-IF
           END-IF.
           IF (CTR-PLACA2 NOT = SPACES) AND
              (WS-FROTA-TRUNCADA = "N") THEN
               MOVE CTR-PLACA2 TO WS-PLACA-PESQUISA
               PERFORM PROCURAR-PLACA-FROTA
               IF (WS-FR-ACHADA = 0) THEN
                   PERFORM CONTRATO-SEM-VIATURA
               END-IF
           END-IF.
           IF (CTR-CARTA NOT = SPACES) THEN
               MOVE CTR-CARTA TO CARTA-CONDUCAO
               PERFORM PROCURAR-CLIENTE-ALUGUER
               IF (WS-CAL-ACHADO = 0) THEN
                   PERFORM CONTRATO-SEM-CLIENTE
               END-IF
           END-IF.

       CONTRATO-SEM-VIATURA.
           MOVE SPACES TO WS-ERRO-MENSAGEM.
           STRING "CTR " CTR-NUM " PLACA " WS-PLACA-PESQUISA
               " S/VIATURA" DELIMITED BY SIZE INTO WS-ERRO-MENSAGEM.
           PERFORM REGISTAR-ACHADO.

       CONTRATO-SEM-CLIENTE.
           IF (CTR-DATA-INICIO <= WS-RGPD-DATA-CAL) THEN
               ADD 1 TO WS-QTD-RGPD
           ELSE
               MOVE SPACES TO WS-ERRO-MENSAGEM
               STRING "CTR " CTR-NUM " CARTA " CTR-CARTA
                   " S/CLIENTE" DELIMITED BY SIZE
                   INTO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ACHADO
           END-IF.

      * So as matriculas interessam; sem FROTA.DAT a tabela fica
      * vazia e todas as matriculas dos contratos saem em falta.
       CARREGAR-PLACAS-FROTA.
           MOVE 0 TO WS-NUM-VIATURAS.
           MOVE "N" TO WS-FROTA-TRUNCADA.
           MOVE SPACES TO WS-FROTA-STATUS.
           OPEN INPUT FICHEIRO-FROTA.
           IF (WS-FROTA-STATUS = "00") THEN
               PERFORM UNTIL WS-FROTA-STATUS = "10"
                   READ FICHEIRO-FROTA
                       AT END MOVE "10" TO WS-FROTA-STATUS
                       NOT AT END
                           IF (WS-NUM-VIATURAS < 20) THEN
                               ADD 1 TO WS-NUM-VIATURAS
                               MOVE FR-PLACA TO
                                   FR-T-PLACA(WS-NUM-VIATURAS)
                           ELSE
                               MOVE "S" TO WS-FROTA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-FROTA.

       PROCURAR-PLACA-FROTA.
           MOVE 0 TO WS-FR-ACHADA.
           PERFORM VARYING IDX-FROTA FROM 1 BY 1
               UNTIL IDX-FROTA > WS-NUM-VIATURAS OR WS-FR-ACHADA > 0
               IF (FR-T-PLACA(IDX-FROTA) = WS-PLACA-PESQUISA) THEN
                   MOVE IDX-FROTA TO WS-FR-ACHADA
               END-IF
           END-PERFORM.

      * Serie ALG: numero da fatura de cada aluguer faturado contra
      * FATURA-CTR-ALG.DAT (cedencias internas nao tem fatura).
       VERIFICAR-FATURAS-ALG.
           DISPLAY "FATURAS DO ALUGUER (SERIE ALG)".
           MOVE 0 TO WS-ACHADOS.
           PERFORM LIMPAR-NUMEROS.
           MOVE SPACES TO WS-ALUGUERES-STATUS.
           OPEN INPUT FICHEIRO-ALUGUERES.
           IF (WS-ALUGUERES-STATUS = "00") THEN
               PERFORM UNTIL WS-ALUGUERES-STATUS = "10"
                   READ FICHEIRO-ALUGUERES
                       AT END MOVE "10" TO WS-ALUGUERES-STATUS
                       NOT AT END
                           IF (ALG-FATURA-NUM IS NUMERIC) AND
                              (ALG-FATURA-NUM > 0) THEN
                               MOVE "ALG" TO WS-NOVO-CHAVE
                               MOVE ALG-FATURA-NUM TO WS-NOVO-VALOR
                               MOVE SPACES TO WS-NOVO-MESA
                               PERFORM REGISTAR-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-ALUGUERES.
           MOVE "FATURA-CTR-ALG.DAT" TO WS-NOME-CONTADOR.
           MOVE "ALG" TO WS-CONTADOR-CHAVE.
           MOVE "FATURAS ALG" TO WS-TEXTO-SERIE.
           PERFORM VERIFICAR-SERIE-FATURAS.
           DISPLAY "  FATURAS NUMERADAS: " WS-NUM-NUMEROS
               " OCORRENCIAS: " WS-ACHADOS.
       FIM-VERIFICAR-FATURAS-ALG.
           EXIT.

      * Multas: a matricula tem de estar no registo de veiculos.
       VERIFICAR-MULTAS.
           DISPLAY "MULTAS (MULTAS.DAT / VEICULOS.DAT)".
           MOVE 0 TO WS-ACHADOS.
           MOVE 0 TO WS-QTD-LIDOS.
           MOVE SPACES TO WS-MULTAS-STATUS.
           OPEN INPUT FICHEIRO-MULTAS.
           IF (WS-MULTAS-STATUS = "35") THEN
               CLOSE FICHEIRO-MULTAS
               DISPLAY "  SEM MULTAS."
               GO FIM-VERIFICAR-MULTAS
           END-IF.
           IF (WS-MULTAS-STATUS NOT = "00") THEN
               MOVE SPACES TO WS-ERRO-MENSAGEM
               STRING "MULTAS.DAT INDISPONIVEL (ESTADO "
                   WS-MULTAS-STATUS ")" DELIMITED BY SIZE
                   INTO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ACHADO
               CLOSE FICHEIRO-MULTAS
               GO FIM-VERIFICAR-MULTAS
           END-IF.
           PERFORM CARREGAR-VEICULOS.
           IF (WS-VEI-TRUNCADA = "S") THEN
               CLOSE FICHEIRO-MULTAS
               MOVE "VEICULOS.DAT COM MAIS DE 200 - N/VERIF."
                   TO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ACHADO
               GO FIM-VERIFICAR-MULTAS
           END-IF.
           PERFORM UNTIL WS-MULTAS-STATUS = "10"
               READ FICHEIRO-MULTAS NEXT
                   AT END MOVE "10" TO WS-MULTAS-STATUS
                   NOT AT END PERFORM VER-MULTA
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-MULTAS.
           DISPLAY "  MULTAS LIDAS: " WS-QTD-LIDOS
               " OCORRENCIAS: " WS-ACHADOS.
       FIM-VERIFICAR-MULTAS.
           EXIT.

       VER-MULTA.
           ADD 1 TO WS-QTD-LIDOS.
           IF (MUL-PLACA NOT = SPACES) THEN
               MOVE MUL-PLACA TO WS-PLACA-PESQUISA
               MOVE 0 TO WS-VEI-ACHADO
               PERFORM VARYING IDX-VEI FROM 1 BY 1
                   UNTIL IDX-VEI > WS-NUM-VEICULOS OR WS-VEI-ACHADO > 0
                   IF (VEI-T-PLACA(IDX-VEI) = WS-PLACA-PESQUISA) THEN
                       MOVE IDX-VEI TO WS-VEI-ACHADO
                   END-IF
               END-PERFORM
               IF (WS-VEI-ACHADO = 0) THEN
                   MOVE SPACES TO WS-ERRO-MENSAGEM
                   STRING "MULTA " MUL-PLACA " " MUL-DATA
                       " S/VEICULO" DELIMITED BY SIZE
                       INTO WS-ERRO-MENSAGEM
                   PERFORM REGISTAR-ACHADO
               END-IF
           END-IF.

      * Leituras dos contadores: a conta tem de estar em
      * AGUA-MESTRE.DAT.
       VERIFICAR-LEITURAS.
           DISPLAY "LEITURAS DA AGUA (LEITURAS-AGUA.DAT / "
               "AGUA-MESTRE.DAT)".
           MOVE 0 TO WS-ACHADOS.
           MOVE 0 TO WS-QTD-LIDOS.
           PERFORM CARREGAR-AGUA-MESTRE.
           MOVE SPACES TO WS-LEITURAS-STATUS.
           OPEN INPUT FICHEIRO-LEITURAS.
           IF (WS-LEITURAS-STATUS NOT = "00") THEN
               CLOSE FICHEIRO-LEITURAS
               DISPLAY "  SEM LEITURAS."
               GO FIM-VERIFICAR-LEITURAS
           END-IF.
           PERFORM UNTIL WS-LEITURAS-STATUS = "10"
               READ FICHEIRO-LEITURAS
                   AT END MOVE "10" TO WS-LEITURAS-STATUS
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       MOVE LEI-CONTA TO WS-AGM-PESQUISA
                       PERFORM PROCURAR-AGUA-MESTRE
                       IF (WS-AGM-ACHADA = 0) THEN
                           MOVE SPACES TO WS-ERRO-MENSAGEM
                           STRING "LEITURA " LEI-CONTA " "
                               LEI-PERIODO " S/CONTA MESTRE"
                               DELIMITED BY SIZE
                               INTO WS-ERRO-MENSAGEM
                           PERFORM REGISTAR-ACHADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-LEITURAS.
           DISPLAY "  LEITURAS LIDAS: " WS-QTD-LIDOS
               " OCORRENCIAS: " WS-ACHADOS.
       FIM-VERIFICAR-LEITURAS.
           EXIT.

      * Consumos faturados (AGUA-CONTAS.DAT): a conta tem de estar em
      * AGUA-MESTRE.DAT e a serie AGA tem de bater com
      * FATURA-CTR-AGUA.DAT. Usa a tabela do mestre ja carregada.
       VERIFICAR-CONTAS-AGUA.
           DISPLAY "CONSUMOS DA AGUA (AGUA-CONTAS.DAT) E SERIE AGA".
           MOVE 0 TO WS-ACHADOS.
           MOVE 0 TO WS-QTD-LIDOS.
           PERFORM LIMPAR-NUMEROS.
           MOVE SPACES TO WS-AGUA-STATUS.
           OPEN INPUT FICHEIRO-AGUA.
           IF (WS-AGUA-STATUS = "35") THEN
               CLOSE FICHEIRO-AGUA
               DISPLAY "  SEM CONSUMOS."
               GO FIM-VERIFICAR-CONTAS-AGUA
           END-IF.
           IF (WS-AGUA-STATUS NOT = "00") THEN
               MOVE SPACES TO WS-ERRO-MENSAGEM
               STRING "AGUA-CONTAS.DAT INDISPONIVEL (ESTADO "
                   WS-AGUA-STATUS ")" DELIMITED BY SIZE
                   INTO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ACHADO
               CLOSE FICHEIRO-AGUA
               GO FIM-VERIFICAR-CONTAS-AGUA
           END-IF.
           PERFORM UNTIL WS-AGUA-STATUS = "10"
               READ FICHEIRO-AGUA NEXT
                   AT END MOVE "10" TO WS-AGUA-STATUS
                   NOT AT END PERFORM VER-CONTA-AGUA
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-AGUA.
           MOVE "FATURA-CTR-AGUA.DAT" TO WS-NOME-CONTADOR.
           MOVE "AGA" TO WS-CONTADOR-CHAVE.
           MOVE "FATURAS AGA" TO WS-TEXTO-SERIE.
           PERFORM VERIFICAR-SERIE-FATURAS.
           DISPLAY "  CONSUMOS LIDOS: " WS-QTD-LIDOS
               " OCORRENCIAS: " WS-ACHADOS.
       FIM-VERIFICAR-CONTAS-AGUA.
           EXIT.

       VER-CONTA-AGUA.
           ADD 1 TO WS-QTD-LIDOS.
           MOVE AGUA-CONTA TO WS-AGM-PESQUISA.
           PERFORM PROCURAR-AGUA-MESTRE.
           IF (WS-AGM-ACHADA = 0) THEN
               MOVE SPACES TO WS-ERRO-MENSAGEM
               STRING "CONSUMO " AGUA-CONTA " " AGUA-PERIODO
                   " S/CONTA MESTRE" DELIMITED BY SIZE
                   INTO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ACHADO
           END-IF.
           IF (AGUA-FATURA-NUM IS NUMERIC) AND
              (AGUA-FATURA-NUM > 0) THEN
               MOVE "AGA" TO WS-NOVO-CHAVE
               MOVE AGUA-FATURA-NUM TO WS-NOVO-VALOR
               MOVE SPACES TO WS-NOVO-MESA
               PERFORM REGISTAR-NUMERO
           END-IF.

      * Historico de salarios: cada nome tem de ter ficha em
      * EMPREGADOS.DAT (quem sai fica com o estado T, nao e apagado).
      * Cada nome em falta e reportado uma so vez.
       VERIFICAR-SALARIOS.
           DISPLAY "HISTORICO DE SALARIOS (SALARIOS-HIST.DAT / "
               "EMPREGADOS.DAT)".
           MOVE 0 TO WS-ACHADOS.
           MOVE 0 TO WS-QTD-LIDOS.
           MOVE 0 TO WS-NUM-SAL-ORFAOS.
           MOVE SPACES TO WS-SAL-HIST-STATUS.
           OPEN INPUT FICHEIRO-SALARIOS-HIST.
           IF (WS-SAL-HIST-STATUS NOT = "00") THEN
               CLOSE FICHEIRO-SALARIOS-HIST
               DISPLAY "  SEM HISTORICO DE SALARIOS."
               GO FIM-VERIFICAR-SALARIOS
           END-IF.
           MOVE SPACES TO WS-EMPREGADOS-STATUS.
           OPEN INPUT FICHEIRO-EMPREGADOS.
           IF (WS-EMPREGADOS-STATUS NOT = "00") THEN
               MOVE SPACES TO WS-ERRO-MENSAGEM
               STRING "EMPREGADOS.DAT INDISPONIVEL (ESTADO "
                   WS-EMPREGADOS-STATUS ")" DELIMITED BY SIZE
                   INTO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ACHADO
               CLOSE FICHEIRO-SALARIOS-HIST
               CLOSE FICHEIRO-EMPREGADOS
               GO FIM-VERIFICAR-SALARIOS
           END-IF.
           PERFORM UNTIL WS-SAL-HIST-STATUS = "10"
               READ FICHEIRO-SALARIOS-HIST
                   AT END MOVE "10" TO WS-SAL-HIST-STATUS
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       MOVE SAL-NOME TO EMP-NOME
                       READ FICHEIRO-EMPREGADOS
                           INVALID KEY PERFORM SALARIO-SEM-EMPREGADO
                       END-READ
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-SALARIOS-HIST.
           CLOSE FICHEIRO-EMPREGADOS.
           DISPLAY "  LINHAS LIDAS: " WS-QTD-LIDOS
               " OCORRENCIAS: " WS-ACHADOS.
       FIM-VERIFICAR-SALARIOS.
           EXIT.

       SALARIO-SEM-EMPREGADO.
           MOVE 0 TO WS-SOR-ACHADO.
           PERFORM VARYING IDX-SOR FROM 1 BY 1
               UNTIL IDX-SOR > WS-NUM-SAL-ORFAOS OR WS-SOR-ACHADO > 0
               IF (SOR-NOME(IDX-SOR) = SAL-NOME) THEN
                   MOVE IDX-SOR TO WS-SOR-ACHADO
               END-IF
           END-PERFORM.
           IF (WS-SOR-ACHADO = 0) THEN
               IF (WS-NUM-SAL-ORFAOS < 200) THEN
                   ADD 1 TO WS-NUM-SAL-ORFAOS
                   MOVE SAL-NOME TO SOR-NOME(WS-NUM-SAL-ORFAOS)
               END-IF
               MOVE SPACES TO WS-ERRO-MENSAGEM
               STRING "S/EMPREGADO: " SAL-NOME DELIMITED BY SIZE
                   INTO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ACHADO
           END-IF.

      * Serie de faturas com contador do ultimo numero emitido em
      * WS-NOME-CONTADOR.
       VERIFICAR-SERIE-FATURAS.
           MOVE WS-NOME-CONTADOR TO WS-CONTADOR-NOME.
           MOVE "N" TO WS-CONTADOR-EXISTE.
           MOVE SPACES TO WS-CTR-FATURA-STATUS.
           OPEN INPUT FICHEIRO-CTR-FATURA.
           IF (WS-CTR-FATURA-STATUS = "00") THEN
               READ FICHEIRO-CTR-FATURA
                   NOT AT END
                       MOVE "S" TO WS-CONTADOR-EXISTE
                       MOVE REG-CTR-FATURA TO WS-CONTADOR-VALOR
               END-READ
           END-IF.
           CLOSE FICHEIRO-CTR-FATURA.
           MOVE "S" TO WS-TIPO-NUMERACAO.
           MOVE "U" TO WS-CONTADOR-TIPO.
           PERFORM VERIFICAR-NUMERACAO THRU FIM-VERIFICAR-NUMERACAO.

       LIMPAR-NUMEROS.
           MOVE 0 TO WS-NUM-NUMEROS.
           MOVE "N" TO WS-NUMEROS-TRUNCADA.

      * Insere o numero na tabela mantendo a ordem chave + numero
      * (os ficheiros vem quase sempre por ordem, o recuo e curto).
       REGISTAR-NUMERO.
           IF (WS-NUM-NUMEROS >= 20000) THEN
               MOVE "S" TO WS-NUMEROS-TRUNCADA
           ELSE
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

      * Em cada chave os numeros comecam em 1 e seguem sem buracos
      * nem repetidos; o contador tem de estar no ultimo numero da
      * sua chave (ou no seguinte, se guarda o proximo).
       VERIFICAR-NUMERACAO.
           IF (WS-NUMEROS-TRUNCADA = "S") THEN
               MOVE SPACES TO WS-ERRO-MENSAGEM
               STRING WS-CONTADOR-NOME DELIMITED BY SPACE
                   ": MAIS DE 20000 NUMEROS" DELIMITED BY SIZE
                   INTO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ACHADO
               GO FIM-VERIFICAR-NUMERACAO
           END-IF.
           MOVE 0 TO WS-CONTADOR-ULTIMO.
           PERFORM VARYING IDX-NUM FROM 1 BY 1
               UNTIL IDX-NUM > WS-NUM-NUMEROS
               IF (IDX-NUM = 1) THEN
                   MOVE 0 TO WS-NUM-ANTERIOR
               ELSE
                   IF (NUM-CHAVE(IDX-NUM) NOT = NUM-CHAVE(IDX-NUM - 1))
                       THEN
                       MOVE 0 TO WS-NUM-ANTERIOR
                   ELSE
                       MOVE NUM-VALOR(IDX-NUM - 1) TO WS-NUM-ANTERIOR
                   END-IF
               END-IF
               IF (WS-TIPO-NUMERACAO = "P") THEN
                   MOVE SPACES TO WS-TEXTO-SERIE
                   STRING "PEDIDOS " NUM-CHAVE(IDX-NUM)
                       DELIMITED BY SIZE INTO WS-TEXTO-SERIE
               END-IF
               PERFORM VERIFICAR-SEQUENCIA
               IF (NUM-CHAVE(IDX-NUM) = WS-CONTADOR-CHAVE) THEN
                   MOVE NUM-VALOR(IDX-NUM) TO WS-CONTADOR-ULTIMO
               END-IF
           END-PERFORM.
           IF (WS-CONTADOR-EXISTE = "N") THEN
               IF (WS-NUM-NUMEROS > 0) THEN
                   MOVE SPACES TO WS-ERRO-MENSAGEM
                   STRING WS-CONTADOR-NOME DELIMITED BY SPACE
                       " INEXISTENTE" DELIMITED BY SIZE
                       INTO WS-ERRO-MENSAGEM
                   PERFORM REGISTAR-ACHADO
               END-IF
               GO FIM-VERIFICAR-NUMERACAO
           END-IF.
           MOVE WS-CONTADOR-ULTIMO TO WS-CONTADOR-ESPERADO.
           IF (WS-CONTADOR-TIPO = "P") THEN
               ADD 1 TO WS-CONTADOR-ESPERADO
           END-IF.
           IF (WS-CONTADOR-VALOR NOT = WS-CONTADOR-ESPERADO) THEN
               MOVE WS-CONTADOR-VALOR TO WS-NUMERO-S
               MOVE WS-CONTADOR-ULTIMO TO WS-NUMERO-S2
               MOVE SPACES TO WS-ERRO-MENSAGEM
               STRING WS-CONTADOR-NOME DELIMITED BY SPACE
                   " EM " FUNCTION TRIM(WS-NUMERO-S)
                   " ULTIMO " FUNCTION TRIM(WS-NUMERO-S2)
                   DELIMITED BY SIZE INTO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ACHADO
           END-IF.
       FIM-VERIFICAR-NUMERACAO.
           EXIT.

       VERIFICAR-SEQUENCIA.
           IF (NUM-VALOR(IDX-NUM) = WS-NUM-ANTERIOR) THEN
               IF (NUM-MESA(IDX-NUM) NOT = "S") OR
                  (NUM-MESA(IDX-NUM - 1) NOT = "S") THEN
                   MOVE NUM-VALOR(IDX-NUM) TO WS-NUMERO-S
                   MOVE SPACES TO WS-ERRO-MENSAGEM
                   STRING FUNCTION TRIM(WS-TEXTO-SERIE) ": REPETIDO "
                       FUNCTION TRIM(WS-NUMERO-S)
                       DELIMITED BY SIZE INTO WS-ERRO-MENSAGEM
                   PERFORM REGISTAR-ACHADO
               END-IF
           END-IF.
           IF (NUM-VALOR(IDX-NUM) > WS-NUM-ANTERIOR + 1) THEN
               COMPUTE WS-FALTA-DE = WS-NUM-ANTERIOR + 1
               COMPUTE WS-FALTA-ATE = NUM-VALOR(IDX-NUM) - 1
               MOVE WS-FALTA-DE TO WS-NUMERO-S
               MOVE WS-FALTA-ATE TO WS-NUMERO-S2
               MOVE SPACES TO WS-ERRO-MENSAGEM
               IF (WS-FALTA-DE = WS-FALTA-ATE) THEN
                   STRING FUNCTION TRIM(WS-TEXTO-SERIE) ": FALTA "
                       FUNCTION TRIM(WS-NUMERO-S)
                       DELIMITED BY SIZE INTO WS-ERRO-MENSAGEM
               ELSE
                   STRING FUNCTION TRIM(WS-TEXTO-SERIE) ": FALTAM "
                       FUNCTION TRIM(WS-NUMERO-S) " A "
                       FUNCTION TRIM(WS-NUMERO-S2)
                       DELIMITED BY SIZE INTO WS-ERRO-MENSAGEM
               END-IF
               PERFORM REGISTAR-ACHADO
           END-IF.

       REGISTAR-ACHADO.
           ADD 1 TO WS-ACHADOS.
           ADD 1 TO WS-ACHADOS-TOTAL.
           DISPLAY "  " WS-ERRO-MENSAGEM.
           PERFORM REGISTAR-ERRO.

           COPY "CLIENTES-ALUGUER-PROC.cpy".
           COPY "VEICULOS-PROC.cpy".
           COPY "AGUA-MESTRE-PROC.cpy".
           COPY "ERRO-LOG-PROC.cpy".
           COPY "OPERADOR-SESSAO-PROC.cpy".
