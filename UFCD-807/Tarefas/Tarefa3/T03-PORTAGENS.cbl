      ******************************************************************
      * Author:
      * Date:
      * Purpose: Portagens Via Verde da frota - importa o extrato
      *          mensal da operadora (VIAVERDE.TXT: matricula, data e
      *          hora, portico e valor), procura o contrato que tinha
      *          a viatura nesse dia (incluindo a viatura de troca em
      *          CTR-PLACA2) e debita a portagem ao cliente do aluguer
      *          (CLIENTES-ALUGUER.DAT) ou deixa-a para a proxima
      *          fatura da conta de empresa (T03-FATURA-CORP). As
      *          passagens entre alugueres vao para a lista de
      *          excecoes EXCECOES-PORTAGENS.TXT, por filial.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T03-PORTAGENS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PORTAGENS-SELECT.cpy".
           COPY "CONTRATOS-SELECT.cpy".
           COPY "CLIENTES-ALUGUER-SELECT.cpy".
           COPY "FROTA-SELECT.cpy".
           COPY "CONTAS-RECEBER-SELECT.cpy".
           SELECT EXTRATO-VIAVERDE ASSIGN TO "VIAVERDE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIAVERDE-STATUS.
           SELECT EXCECOES-PORTAGENS
               ASSIGN TO "EXCECOES-PORTAGENS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCECOES-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "PORTAGENS-FD.cpy".
           COPY "CONTRATOS-FD.cpy".
           COPY "CLIENTES-ALUGUER-FD.cpy".
           COPY "FROTA-FD.cpy".
           COPY "CONTAS-RECEBER-FD.cpy".

       FD  EXTRATO-VIAVERDE.
       01  REG-VIAVERDE.
           05 VV-PLACA            PIC X(08).
           05 VV-DATA             PIC 9(08).
           05 VV-HORA             PIC 9(04).
           05 VV-PORTICO          PIC X(20).
           05 VV-VALOR            PIC 9(04)V99.

       FD  EXCECOES-PORTAGENS.
       01  EXCECAO-LINHA          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "PORTAGENS-WS.cpy".
       COPY "CONTRATOS-WS.cpy".
       COPY "CLIENTES-ALUGUER-WS.cpy".
       COPY "FROTA-WS.cpy".
       COPY "CONTAS-RECEBER-WS.cpy".
       77 WS-VIAVERDE-STATUS     PIC XX VALUES SPACES.
       77 WS-EXCECOES-STATUS     PIC XX VALUES SPACES.
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 3.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-CONTRATO-PEDIDO     PIC 9(04) VALUES 0.
       77 CARTA-CONDUCAO         PIC X(09) VALUES SPACES.
       77 WS-POR-ATUAL           PIC 9(03) VALUES 0.
       77 WS-CTR-RESPONSAVEL     PIC 9(03) VALUES 0.
       77 WS-CONTRATOS-NO-DIA    PIC 9(02) VALUES 0.
       77 WS-JANELA-INICIO       PIC 9(08) VALUES 0.
       77 WS-JANELA-FIM          PIC 9(08) VALUES 0.
       77 WS-DUPLICADA           PIC A VALUES "N".
       77 WS-CLIENTES-ALTERADOS  PIC A VALUES "N".
       77 WS-FILIAL-PEDIDA       PIC X(03) VALUES SPACES.
       77 WS-FILIAL-PORTAGEM     PIC X(03) VALUES SPACES.
       77 WS-LIDAS               PIC 9(03) VALUES 0.
       77 WS-REPETIDAS           PIC 9(03) VALUES 0.
       77 WS-CLIENTE             PIC 9(03) VALUES 0.
       77 WS-EMPRESA             PIC 9(03) VALUES 0.
       77 WS-EXCECOES            PIC 9(03) VALUES 0.
       77 WS-TOTAL-CLIENTE       PIC 9(06)V99 VALUES 0.
       77 WS-TOTAL-EMPRESA       PIC 9(06)V99 VALUES 0.
       77 WS-TOTAL-EXCECOES      PIC 9(06)V99 VALUES 0.
       77 WS-FORMAT              PIC Z(5)9.99.

       PROCEDURE DIVISION.
       MENU-PORTAGENS.
           MOVE "T03-PORTAGENS" TO WS-JRN-PROGRAMA.
           PERFORM CARREGAR-PORTAGENS.
           PERFORM CARREGAR-CONTRATOS.
           PERFORM CARREGAR-CLIENTES-ALUGUER.
           PERFORM CARREGAR-FROTA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           DISPLAY "=== PORTAGENS VIA VERDE - RECARGA AOS CLIENTES ===".
           DISPLAY "1 - IMPORTAR EXTRATO DA OPERADORA (VIAVERDE.TXT)".
           DISPLAY "2 - LISTAR EXCECOES POR FILIAL".
           DISPLAY "3 - REPROCESSAR EXCECOES".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-PORTAGENS
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM IMPORTAR-EXTRATO THRU FIM-IMPORTAR-EXTRATO
               WHEN 2 PERFORM LISTAR-EXCECOES
               WHEN 3 PERFORM REPROCESSAR-EXCECOES
                   THRU FIM-REPROCESSAR-EXCECOES
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-PORTAGENS.

      * Cada passagem do extrato entra uma so vez: matricula, data,
      * hora e portico iguais a uma passagem ja registada e repetida
      * (extrato importado de novo) e e ignorada.
       IMPORTAR-EXTRATO.
           PERFORM LIMPAR-CONTADORES.
           IF (WS-CAL-CTL-ERRO = "S") THEN
               DISPLAY "IMPORTACAO RECUSADA - FICHAS DE CLIENTE SEM"
                   " CONTROLO VALIDO."
               GO FIM-IMPORTAR-EXTRATO
           END-IF.
           MOVE SPACES TO WS-VIAVERDE-STATUS.
           OPEN INPUT EXTRATO-VIAVERDE.
           IF (WS-VIAVERDE-STATUS NOT = "00") THEN
               DISPLAY "EXTRATO VIAVERDE.TXT NAO ENCONTRADO!"
               CLOSE EXTRATO-VIAVERDE
               GO FIM-IMPORTAR-EXTRATO
           END-IF.
           PERFORM UNTIL WS-VIAVERDE-STATUS = "10"
               READ EXTRATO-VIAVERDE
                   AT END MOVE "10" TO WS-VIAVERDE-STATUS
                   NOT AT END
                       ADD 1 TO WS-LIDAS
                       PERFORM REGISTAR-PASSAGEM
                           THRU FIM-REGISTAR-PASSAGEM
               END-READ
           END-PERFORM.
           CLOSE EXTRATO-VIAVERDE.
           PERFORM FECHAR-PROCESSAMENTO.
           DISPLAY "PASSAGENS LIDAS: " WS-LIDAS
               "   JA REGISTADAS: " WS-REPETIDAS.
           PERFORM MOSTRAR-RESUMO.
       FIM-IMPORTAR-EXTRATO.
           EXIT.

       REGISTAR-PASSAGEM.
           MOVE "N" TO WS-DUPLICADA.
           PERFORM VARYING IDX-POR FROM 1 BY 1
               UNTIL IDX-POR > WS-NUM-PORTAGENS
               IF (POR-T-PLACA(IDX-POR) = VV-PLACA) AND
                  (POR-T-DATA(IDX-POR) = VV-DATA) AND
                  (POR-T-HORA(IDX-POR) = VV-HORA) AND
                  (POR-T-PORTICO(IDX-POR) = VV-PORTICO) THEN
                   MOVE "S" TO WS-DUPLICADA
               END-IF
           END-PERFORM.
           IF (WS-DUPLICADA = "S") THEN
               ADD 1 TO WS-REPETIDAS
               GO FIM-REGISTAR-PASSAGEM
           END-IF.
           IF (WS-NUM-PORTAGENS >= 500) THEN
               DISPLAY "TABELA DE PORTAGENS CHEIA - PASSAGEM DE "
                   VV-DATA " EM " VV-PLACA " NAO IMPORTADA!"
               GO FIM-REGISTAR-PASSAGEM
           END-IF.
           ADD 1 TO WS-NUM-PORTAGENS.
           MOVE WS-NUM-PORTAGENS TO WS-POR-ATUAL.
           MOVE SPACES TO POR-ITEM(WS-POR-ATUAL).
           MOVE VV-PLACA TO POR-T-PLACA(WS-POR-ATUAL).
           MOVE VV-DATA TO POR-T-DATA(WS-POR-ATUAL).
           MOVE VV-HORA TO POR-T-HORA(WS-POR-ATUAL).
           MOVE VV-PORTICO TO POR-T-PORTICO(WS-POR-ATUAL).
           MOVE VV-VALOR TO POR-T-VALOR(WS-POR-ATUAL).
           MOVE 0 TO POR-T-CONTRATO(WS-POR-ATUAL).
           MOVE 0 TO POR-T-FATURA(WS-POR-ATUAL).
           MOVE WS-HOJE TO POR-T-DATA-IMPORT(WS-POR-ATUAL).
           PERFORM IMPUTAR-PORTAGEM THRU FIM-IMPUTAR-PORTAGEM.
       FIM-REGISTAR-PASSAGEM.
           EXIT.

      * Volta a tentar as excecoes depois de a filial corrigir o
      * contrato ou criar a ficha do cliente.
       REPROCESSAR-EXCECOES.
           PERFORM LIMPAR-CONTADORES.
           IF (WS-CAL-CTL-ERRO = "S") THEN
               DISPLAY "REPROCESSAMENTO RECUSADO - FICHAS DE CLIENTE"
                   " SEM CONTROLO VALIDO."
               GO FIM-REPROCESSAR-EXCECOES
           END-IF.
           PERFORM VARYING WS-POR-ATUAL FROM 1 BY 1
               UNTIL WS-POR-ATUAL > WS-NUM-PORTAGENS
               IF (POR-T-ESTADO(WS-POR-ATUAL) = "X") THEN
                   PERFORM IMPUTAR-PORTAGEM THRU FIM-IMPUTAR-PORTAGEM
               END-IF
           END-PERFORM.
           PERFORM FECHAR-PROCESSAMENTO.
           PERFORM MOSTRAR-RESUMO.
       FIM-REPROCESSAR-EXCECOES.
           EXIT.

       LIMPAR-CONTADORES.
           MOVE 0 TO WS-LIDAS.
           MOVE 0 TO WS-REPETIDAS.
           MOVE 0 TO WS-CLIENTE.
           MOVE 0 TO WS-EMPRESA.
           MOVE 0 TO WS-EXCECOES.
           MOVE 0 TO WS-TOTAL-CLIENTE.
           MOVE 0 TO WS-TOTAL-EMPRESA.
           MOVE 0 TO WS-TOTAL-EXCECOES.
           MOVE "N" TO WS-CLIENTES-ALTERADOS.

       FECHAR-PROCESSAMENTO.
           PERFORM GRAVAR-PORTAGENS.
           IF (WS-CLIENTES-ALTERADOS = "S") THEN
               PERFORM GRAVAR-CLIENTES-ALUGUER
           END-IF.
           PERFORM EMITIR-EXCECOES.

       MOSTRAR-RESUMO.
           MOVE WS-TOTAL-CLIENTE TO WS-FORMAT.
           DISPLAY "DEBITADAS A CLIENTES:    " WS-CLIENTE
               "  VALOR " WS-FORMAT.
           MOVE WS-TOTAL-EMPRESA TO WS-FORMAT.
           DISPLAY "A FATURAR A EMPRESAS:    " WS-EMPRESA
               "  VALOR " WS-FORMAT.
           MOVE WS-TOTAL-EXCECOES TO WS-FORMAT.
           DISPLAY "EXCECOES PARA A FILIAL:  " WS-EXCECOES
               "  VALOR " WS-FORMAT.

      * A viatura esta com o cliente do inicio do contrato ate a
      * devolucao (contrato aberto: ate hoje). Havendo troca, a
      * viatura original so conta ate a data da troca e a viatura de
      * troca (CTR-PLACA2) dai em diante. Os contratos so guardam
      * datas: se a passagem cair num dia em que a viatura passou de
      * um contrato para outro, vai para as excecoes para a filial
      * decidir quem paga.
       IMPUTAR-PORTAGEM.
           MOVE 0 TO WS-CTR-RESPONSAVEL.
           MOVE 0 TO WS-CONTRATOS-NO-DIA.
           PERFORM VARYING IDX-CTR FROM 1 BY 1
               UNTIL IDX-CTR > WS-NUM-CONTRATOS
               IF (CTR-T-PLACA(IDX-CTR) = POR-T-PLACA(WS-POR-ATUAL))
                  THEN
                   MOVE CTR-T-DATA-INICIO(IDX-CTR) TO WS-JANELA-INICIO
                   IF (CTR-T-PLACA2(IDX-CTR) NOT = SPACES) AND
                      (CTR-T-DATA-TROCA(IDX-CTR) > 0) THEN
                       MOVE CTR-T-DATA-TROCA(IDX-CTR) TO WS-JANELA-FIM
                   ELSE
                       PERFORM FIM-JANELA-CONTRATO
                   END-IF
                   PERFORM CONFERIR-JANELA
               END-IF
               IF (CTR-T-PLACA2(IDX-CTR) = POR-T-PLACA(WS-POR-ATUAL))
                  AND (CTR-T-DATA-TROCA(IDX-CTR) > 0) THEN
                   MOVE CTR-T-DATA-TROCA(IDX-CTR) TO WS-JANELA-INICIO
                   PERFORM FIM-JANELA-CONTRATO
                   PERFORM CONFERIR-JANELA
               END-IF
           END-PERFORM.
           IF (WS-CONTRATOS-NO-DIA = 0) THEN
               MOVE "FORA DE CONTRATO" TO POR-T-MOTIVO(WS-POR-ATUAL)
               PERFORM MARCAR-EXCECAO
               GO FIM-IMPUTAR-PORTAGEM
           END-IF.
           IF (WS-CONTRATOS-NO-DIA > 1) THEN
               MOVE "DIA ENTRE CONTRATOS" TO POR-T-MOTIVO(WS-POR-ATUAL)
               PERFORM MARCAR-EXCECAO
               GO FIM-IMPUTAR-PORTAGEM
           END-IF.
           MOVE CTR-T-NUM(WS-CTR-RESPONSAVEL)
               TO POR-T-CONTRATO(WS-POR-ATUAL).
           MOVE CTR-T-CARTA(WS-CTR-RESPONSAVEL)
               TO POR-T-CARTA(WS-POR-ATUAL).
           MOVE SPACES TO POR-T-MOTIVO(WS-POR-ATUAL).
      * Contrato faturado a conta de empresa: a portagem espera pela
      * proxima fatura mensal dessa conta.
           IF (CTR-T-CONTA-CORP(WS-CTR-RESPONSAVEL) NOT = SPACES) AND
              (CTR-T-CONTA-CORP(WS-CTR-RESPONSAVEL) NOT = LOW-VALUES)
              THEN
               MOVE CTR-T-CONTA-CORP(WS-CTR-RESPONSAVEL)
                   TO POR-T-CONTA-CORP(WS-POR-ATUAL)
               MOVE "E" TO POR-T-ESTADO(WS-POR-ATUAL)
               ADD 1 TO WS-EMPRESA
               ADD POR-T-VALOR(WS-POR-ATUAL) TO WS-TOTAL-EMPRESA
               GO FIM-IMPUTAR-PORTAGEM
           END-IF.
           MOVE CTR-T-CARTA(WS-CTR-RESPONSAVEL) TO CARTA-CONDUCAO.
           PERFORM PROCURAR-CLIENTE-ALUGUER.
           IF (WS-CAL-ACHADO = 0) THEN
               MOVE "CLIENTE SEM FICHA" TO POR-T-MOTIVO(WS-POR-ATUAL)
               PERFORM MARCAR-EXCECAO
               GO FIM-IMPUTAR-PORTAGEM
           END-IF.
           IF (CAL-T-SALDO-DEVIDO(WS-CAL-ACHADO) IS NUMERIC) THEN
               ADD POR-T-VALOR(WS-POR-ATUAL)
                   TO CAL-T-SALDO-DEVIDO(WS-CAL-ACHADO)
           ELSE
               MOVE POR-T-VALOR(WS-POR-ATUAL)
                   TO CAL-T-SALDO-DEVIDO(WS-CAL-ACHADO)
           END-IF.
           MOVE "S" TO WS-CLIENTES-ALTERADOS.
           MOVE "C" TO WS-TN-TIPO-CONTA.
           MOVE CARTA-CONDUCAO TO WS-TN-CONTA.
           MOVE "P" TO WS-TN-TIPO-DOC.
           MOVE CTR-T-NUM(WS-CTR-RESPONSAVEL) TO WS-TN-CONTRATO.
           MOVE 0 TO WS-TN-FATURA.
           MOVE SPACES TO WS-TN-DESCRICAO.
           STRING "PORTAGEM " POR-T-DATA(WS-POR-ATUAL) " "
               POR-T-PORTICO(WS-POR-ATUAL)
               DELIMITED BY SIZE INTO WS-TN-DESCRICAO.
           MOVE WS-HOJE TO WS-TN-DATA.
           MOVE POR-T-VALOR(WS-POR-ATUAL) TO WS-TN-VALOR.
           PERFORM LANCAR-TITULO THRU FIM-LANCAR-TITULO.
           MOVE SPACES TO POR-T-CONTA-CORP(WS-POR-ATUAL).
           MOVE "C" TO POR-T-ESTADO(WS-POR-ATUAL).
           ADD 1 TO WS-CLIENTE.
           ADD POR-T-VALOR(WS-POR-ATUAL) TO WS-TOTAL-CLIENTE.
       FIM-IMPUTAR-PORTAGEM.
           EXIT.

       FIM-JANELA-CONTRATO.
           IF (CTR-T-DATA-DEVOLUCAO(IDX-CTR) > 0) THEN
               MOVE CTR-T-DATA-DEVOLUCAO(IDX-CTR) TO WS-JANELA-FIM
           ELSE
               MOVE WS-HOJE TO WS-JANELA-FIM
           END-IF.

       CONFERIR-JANELA.
           IF (POR-T-DATA(WS-POR-ATUAL) >= WS-JANELA-INICIO) AND
              (POR-T-DATA(WS-POR-ATUAL) <= WS-JANELA-FIM) AND
              (IDX-CTR NOT = WS-CTR-RESPONSAVEL) THEN
               MOVE IDX-CTR TO WS-CTR-RESPONSAVEL
               ADD 1 TO WS-CONTRATOS-NO-DIA
           END-IF.

       MARCAR-EXCECAO.
           MOVE "X" TO POR-T-ESTADO(WS-POR-ATUAL).
           MOVE 0 TO POR-T-CONTRATO(WS-POR-ATUAL).
           MOVE SPACES TO POR-T-CARTA(WS-POR-ATUAL).
           MOVE SPACES TO POR-T-CONTA-CORP(WS-POR-ATUAL).
           ADD 1 TO WS-EXCECOES.
           ADD POR-T-VALOR(WS-POR-ATUAL) TO WS-TOTAL-EXCECOES.

      * A filial responsavel por explicar a passagem e a filial a que
      * a viatura esta afeta na frota.
       FILIAL-DA-PORTAGEM.
           MOVE "???" TO WS-FILIAL-PORTAGEM.
           PERFORM VARYING IDX-FROTA FROM 1 BY 1
               UNTIL IDX-FROTA > WS-NUM-VIATURAS
               IF (FR-T-PLACA(IDX-FROTA) = POR-T-PLACA(IDX-POR)) THEN
                   MOVE FR-T-FILIAL(IDX-FROTA) TO WS-FILIAL-PORTAGEM
               END-IF
           END-PERFORM.

      * A lista de excecoes e refeita a cada processamento com todas
      * as passagens ainda por explicar.
       EMITIR-EXCECOES.
           MOVE SPACES TO WS-EXCECOES-STATUS.
           OPEN OUTPUT EXCECOES-PORTAGENS.
           MOVE "PORTAGENS SEM CONTRATO - A EXPLICAR PELA FILIAL"
               TO EXCECAO-LINHA.
           WRITE EXCECAO-LINHA.
           MOVE SPACES TO EXCECAO-LINHA.
           STRING "EMITIDA EM " WS-HOJE
               DELIMITED BY SIZE INTO EXCECAO-LINHA.
           WRITE EXCECAO-LINHA.
           MOVE "FIL MATRICULA DATA     HORA PORTICO              "
               & "  VALOR MOTIVO" TO EXCECAO-LINHA.
           WRITE EXCECAO-LINHA.
           PERFORM VARYING IDX-POR FROM 1 BY 1
               UNTIL IDX-POR > WS-NUM-PORTAGENS
               IF (POR-T-ESTADO(IDX-POR) = "X") THEN
                   PERFORM FILIAL-DA-PORTAGEM
                   MOVE POR-T-VALOR(IDX-POR) TO WS-FORMAT
                   MOVE SPACES TO EXCECAO-LINHA
                   STRING WS-FILIAL-PORTAGEM " "
                       POR-T-PLACA(IDX-POR) "  "
                       POR-T-DATA(IDX-POR) " "
                       POR-T-HORA(IDX-POR) " "
                       POR-T-PORTICO(IDX-POR) " "
                       WS-FORMAT " "
                       POR-T-MOTIVO(IDX-POR)
                       DELIMITED BY SIZE INTO EXCECAO-LINHA
                   WRITE EXCECAO-LINHA
               END-IF
           END-PERFORM.
           CLOSE EXCECOES-PORTAGENS.

       LISTAR-EXCECOES.
           DISPLAY "FILIAL (EM BRANCO = TODAS): " WITH NO ADVANCING.
           ACCEPT WS-FILIAL-PEDIDA.
           MOVE FUNCTION UPPER-CASE(WS-FILIAL-PEDIDA)
               TO WS-FILIAL-PEDIDA.
           MOVE 0 TO WS-EXCECOES.
           MOVE 0 TO WS-TOTAL-EXCECOES.
           DISPLAY "FIL MATRICULA DATA     HORA PORTICO              "
               "  VALOR MOTIVO".
           PERFORM VARYING IDX-POR FROM 1 BY 1
               UNTIL IDX-POR > WS-NUM-PORTAGENS
               IF (POR-T-ESTADO(IDX-POR) = "X") THEN
                   PERFORM FILIAL-DA-PORTAGEM
                   IF (WS-FILIAL-PEDIDA = SPACES) OR
                      (WS-FILIAL-PEDIDA = WS-FILIAL-PORTAGEM) THEN
                       ADD 1 TO WS-EXCECOES
                       ADD POR-T-VALOR(IDX-POR) TO WS-TOTAL-EXCECOES
                       MOVE POR-T-VALOR(IDX-POR) TO WS-FORMAT
                       DISPLAY WS-FILIAL-PORTAGEM " "
                           POR-T-PLACA(IDX-POR) "  "
                           POR-T-DATA(IDX-POR) " "
                           POR-T-HORA(IDX-POR) " "
                           POR-T-PORTICO(IDX-POR) " "
                           WS-FORMAT " "
                           POR-T-MOTIVO(IDX-POR)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-TOTAL-EXCECOES TO WS-FORMAT.
           DISPLAY "EXCECOES: " WS-EXCECOES "  VALOR " WS-FORMAT.

      * Sem frota carregada as excecoes ficam sem filial ("???").
       SEMEAR-FROTA.
           DISPLAY "FROTA.DAT VAZIO - EXCECOES SEM FILIAL.".

       COPY "PORTAGENS-PROC.cpy".
       COPY "CONTRATOS-PROC.cpy".
       COPY "CLIENTES-ALUGUER-PROC.cpy".
       COPY "FROTA-PROC.cpy".
       COPY "CONTAS-RECEBER-PROC.cpy".

       END PROGRAM T03-PORTAGENS.
