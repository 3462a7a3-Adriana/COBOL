      ******************************************************************
      * Author:
      * Date:
      * Purpose: Notas de credito das faturas dos tres negocios - uma
      *          fatura emitida nunca se altera nem se anula: corrige-se
      *          com uma nota de credito numerada na serie do negocio
      *          (NPZ pizzaria, NAL aluguer, NAG agua), com referencia
      *          a fatura, credito total ou parcial (nunca acima do que
      *          ainda nao foi creditado) e motivo. A nota entra na
      *          cadeia de hash com ATCUD, e impressa em
      *          NOTAS-CREDITO.TXT e fica em NOTAS-CREDITO.DAT, de onde
      *          a declaracao do IVA, o resultado mensal, a exportacao
      *          para a contabilidade e o fecho de caixa a descontam.
      *          O credito segue para onde o dinheiro esta: devolucao
      *          na caixa da pizzaria, abate ao saldo do cliente do
      *          aluguer ou da conta de empresa (e aos titulos em
      *          aberto) ou credito na conta da agua, onde o que passar
      *          da fatura fica como saldo credor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAS-CREDITO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "NOTAS-CREDITO-SELECT.cpy".
           COPY "PEDIDOS-SELECT.cpy".
           COPY "ALUGUERES-SELECT.cpy".
           COPY "CONTRATOS-SELECT.cpy".
           COPY "CLIENTES-ALUGUER-SELECT.cpy".
           COPY "CONTAS-CORP-SELECT.cpy".
           COPY "CONTAS-RECEBER-SELECT.cpy".
           COPY "AGUA-SELECT.cpy".
           COPY "AGUA-MESTRE-SELECT.cpy".
           COPY "FATURA-HASH-SELECT.cpy".
           COPY "ERRO-LOG-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "AUTORIZA-SELECT.cpy".
           SELECT DOCUMENTO-NOTA ASSIGN TO "NOTAS-CREDITO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOCUMENTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "NOTAS-CREDITO-FD.cpy".
           COPY "PEDIDOS-FD.cpy".
           COPY "ALUGUERES-FD.cpy".
           COPY "CONTRATOS-FD.cpy".
           COPY "CLIENTES-ALUGUER-FD.cpy".
           COPY "CONTAS-CORP-FD.cpy".
           COPY "CONTAS-RECEBER-FD.cpy".
           COPY "AGUA-FD.cpy".
           COPY "AGUA-MESTRE-FD.cpy".
           COPY "FATURA-HASH-FD.cpy".

       COPY "ERRO-LOG-FD.cpy".

       COPY "OPERADOR-SESSAO-FD.cpy".

       COPY "AUTORIZA-FD.cpy".

       FD  DOCUMENTO-NOTA.
       01  NOTA-LINHA             PIC X(50).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       77 WS-PEDIDOS-STATUS      PIC XX VALUES SPACES.
       77 WS-ALUGUERES-STATUS    PIC XX VALUES SPACES.
       77 WS-AGUA-STATUS         PIC XX VALUES SPACES.
       77 WS-DOCUMENTO-STATUS    PIC XX VALUES SPACES.
       COPY "NOTAS-CREDITO-WS.cpy".
       COPY "CONTRATOS-WS.cpy".
       COPY "CLIENTES-ALUGUER-WS.cpy".
       COPY "CONTAS-CORP-WS.cpy".
       COPY "CONTAS-RECEBER-WS.cpy".
       COPY "AGUA-MESTRE-WS.cpy".
       COPY "FATURA-HASH-WS.cpy".
       COPY "ERRO-LOG-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       COPY "AUTORIZA-WS.cpy".
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 2.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-HORA-AGORA          PIC 9(08) VALUES 0.
       77 CARTA-CONDUCAO         PIC X(09) VALUES SPACES.
       77 WS-CONFIRMA            PIC A VALUES SPACES.
      * Fatura a creditar, tal como esta no ficheiro do negocio.
       77 WS-SERIE-FATURA        PIC X(03) VALUES SPACES.
       77 WS-FATURA-NUM          PIC 9(06) VALUES 0.
       77 WS-FATURA-ACHADA       PIC A VALUES "N".
       77 WS-ORI-ANULADA         PIC A VALUES "N".
       77 WS-ORI-DATA            PIC 9(08) VALUES 0.
       77 WS-ORI-TOTAL           PIC 9(07)V99 VALUES 0.
       77 WS-ORI-IVA             PIC 9(07)V99 VALUES 0.
       77 WS-ORI-NIF             PIC 9(09) VALUES 0.
       77 WS-ORI-CLIENTE         PIC X(30) VALUES SPACES.
       77 WS-ORI-TIPO-CONTA      PIC X(01) VALUES SPACES.
       77 WS-ORI-CONTA           PIC X(10) VALUES SPACES.
       77 WS-ORI-METODO          PIC X(01) VALUES SPACES.
       77 WS-ORI-CONTRATO        PIC 9(04) VALUES 0.
       77 WS-ORI-PERIODO         PIC 9(06) VALUES 0.
      * Conta de mesa: os pedidos pagos da mesma mesa e do mesmo dia
      * que ficaram sem numero somam-se a fatura do primeiro.
       77 WS-ORI-MESA            PIC 9(02) VALUES 0.
       77 WS-ORI-DATA-MESA       PIC X(10) VALUES SPACES.
       77 WS-ABSORVER            PIC A VALUES "N".
       01 WS-DATA-PEDIDO.
           05 WS-DP-DIA          PIC 9(02).
           05 FILLER             PIC X(01).
           05 WS-DP-MES          PIC 9(02).
           05 FILLER             PIC X(01).
           05 WS-DP-ANO          PIC 9(04).
      * Notas ja emitidas sobre a mesma fatura.
       77 WS-JA-CREDITADO        PIC 9(07)V99 VALUES 0.
       77 WS-JA-IVA              PIC 9(07)V99 VALUES 0.
       77 WS-DISPONIVEL          PIC 9(07)V99 VALUES 0.
       77 WS-NOTAS-ANTERIORES    PIC 9(03) VALUES 0.
      * Nota a emitir.
       77 WS-NC-SERIE            PIC X(03) VALUES SPACES.
       77 WS-NC-NUMERO           PIC 9(06) VALUES 0.
       77 WS-NC-HORA             PIC 9(04) VALUES 0.
       77 WS-NC-TIPO             PIC X(01) VALUES SPACES.
       77 WS-NC-TAXA             PIC 9(02) VALUES 0.
       77 WS-NC-VALOR            PIC 9(07)V99 VALUES 0.
       77 WS-NC-IVA              PIC 9(07)V99 VALUES 0.
       77 WS-NC-BASE             PIC 9(07)V99 VALUES 0.
       77 WS-NC-MOTIVO           PIC X(40) VALUES SPACES.
       77 WS-NC-ABATIDO          PIC 9(07)V99 VALUES 0.
       77 WS-NC-DEVOLVIDO        PIC 9(07)V99 VALUES 0.
       77 WS-NC-METODO           PIC X(01) VALUES SPACES.
       77 WS-METODO-SUGERIDO     PIC X(01) VALUES SPACES.
       77 WS-NC-RECUSADA         PIC A VALUES "N".
       77 WS-RESTO-ABATER        PIC 9(07)V99 VALUES 0.
       77 WS-ABATER-TITULO       PIC 9(07)V99 VALUES 0.
       77 WS-DESC-METODO         PIC X(13) VALUES SPACES.
       77 WS-FORMAT              PIC Z(6)9.99.
       77 WS-FORMAT2             PIC Z(6)9.99.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "NOTAS-CREDITO" TO WS-JRN-PROGRAMA.
           PERFORM LER-OPERADOR-SESSAO.
           MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR.
           PERFORM CARREGAR-AUTORIZACOES.
       MENU-NOTAS.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           DISPLAY "=== NOTAS DE CREDITO ===".
           DISPLAY "1 - EMITIR NOTA DE CREDITO".
           DISPLAY "2 - NOTAS DE CREDITO DE UMA FATURA".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-NOTAS
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM EMITIR-NOTA THRU FIM-EMITIR-NOTA
               WHEN 2 PERFORM LISTAR-NOTAS-FATURA
                   THRU FIM-LISTAR-NOTAS-FATURA
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-NOTAS.

      * Emissao: procura a fatura no ficheiro do negocio, desconta o
      * que ja foi creditado, pede o tipo de credito, o valor e o
      * motivo, decide o destino do dinheiro e so depois de confirmada
      * e autorizada reserva o numero, encadeia, aplica o credito,
      * grava e imprime.
       EMITIR-NOTA.
           DISPLAY "SERIE DA FATURA (PIZ/ALG/AGA): " WITH NO ADVANCING.
           MOVE SPACES TO WS-SERIE-FATURA.
           ACCEPT WS-SERIE-FATURA.
           MOVE FUNCTION UPPER-CASE(WS-SERIE-FATURA) TO WS-SERIE-FATURA.
           EVALUATE WS-SERIE-FATURA
               WHEN "PIZ"
                   MOVE "NPZ" TO WS-NC-SERIE
                   MOVE 23 TO WS-NC-TAXA
               WHEN "ALG"
                   MOVE "NAL" TO WS-NC-SERIE
                   MOVE 23 TO WS-NC-TAXA
               WHEN "AGA"
                   MOVE "NAG" TO WS-NC-SERIE
                   MOVE 6 TO WS-NC-TAXA
               WHEN OTHER
                   DISPLAY "SERIE DESCONHECIDA!"
                   GO FIM-EMITIR-NOTA
           END-EVALUATE.
           DISPLAY "NUMERO DA FATURA: " WITH NO ADVANCING.
           ACCEPT WS-FATURA-NUM.
           MOVE "N" TO WS-FATURA-ACHADA.
           MOVE "N" TO WS-ORI-ANULADA.
           MOVE 0 TO WS-ORI-DATA.
           MOVE 0 TO WS-ORI-TOTAL.
           MOVE 0 TO WS-ORI-IVA.
           MOVE 0 TO WS-ORI-NIF.
           MOVE SPACES TO WS-ORI-CLIENTE.
           MOVE SPACES TO WS-ORI-TIPO-CONTA.
           MOVE SPACES TO WS-ORI-CONTA.
           MOVE SPACES TO WS-ORI-METODO.
           EVALUATE WS-SERIE-FATURA
               WHEN "PIZ" PERFORM PROCURAR-FATURA-PIZZARIA
               WHEN "ALG" PERFORM PROCURAR-FATURA-ALUGUER
               WHEN "AGA" PERFORM PROCURAR-FATURA-AGUA
           END-EVALUATE.
           IF (WS-FATURA-ACHADA = "N") OR (WS-FATURA-NUM = 0) THEN
               DISPLAY "FATURA NAO ENCONTRADA!"
               MOVE "NOTAS-CREDITO" TO WS-ERRO-PROGRAMA
               MOVE "FATURA A CREDITAR NAO ENCONTRADA"
                   TO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               GO FIM-EMITIR-NOTA
           END-IF.
           IF (WS-ORI-ANULADA = "S") THEN
               DISPLAY "O PEDIDO DA FATURA FOI ANULADO - JA NAO CONTA"
                   " COMO RECEITA."
               GO FIM-EMITIR-NOTA
           END-IF.
           PERFORM SOMAR-NOTAS-ANTERIORES.
           IF (WS-JA-CREDITADO >= WS-ORI-TOTAL) THEN
               DISPLAY "FATURA JA TOTALMENTE CREDITADA!"
               GO FIM-EMITIR-NOTA
           END-IF.
           COMPUTE WS-DISPONIVEL = WS-ORI-TOTAL - WS-JA-CREDITADO.
           DISPLAY "FATURA " WS-SERIE-FATURA "-" WS-FATURA-NUM
               " DE " WS-ORI-DATA "  CLIENTE: " WS-ORI-CLIENTE.
           MOVE WS-ORI-TOTAL TO WS-FORMAT.
           MOVE WS-ORI-IVA TO WS-FORMAT2.
           DISPLAY "TOTAL: " WS-FORMAT "  IVA: " WS-FORMAT2.
           IF (WS-NOTAS-ANTERIORES > 0) THEN
               MOVE WS-JA-CREDITADO TO WS-FORMAT
               DISPLAY "JA CREDITADO EM " WS-NOTAS-ANTERIORES
                   " NOTA(S): " WS-FORMAT
           END-IF.
           MOVE WS-DISPONIVEL TO WS-FORMAT.
           DISPLAY "MAXIMO A CREDITAR: " WS-FORMAT.
       LER-TIPO-CREDITO.
           DISPLAY "CREDITO (T)OTAL OU (P)ARCIAL: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NC-TIPO.
           ACCEPT WS-NC-TIPO.
           MOVE FUNCTION UPPER-CASE(WS-NC-TIPO) TO WS-NC-TIPO.
           EVALUATE WS-NC-TIPO
               WHEN "T"
                   MOVE WS-DISPONIVEL TO WS-NC-VALOR
               WHEN "P"
                   DISPLAY "VALOR A CREDITAR (COM IVA): "
                       WITH NO ADVANCING
                   ACCEPT WS-NC-VALOR
                   IF (WS-NC-VALOR = 0) OR
                      (WS-NC-VALOR > WS-DISPONIVEL) THEN
                       DISPLAY "VALOR INVALIDO - ENTRE 0,01 E O "
                           "MAXIMO A CREDITAR!"
                       GO LER-TIPO-CREDITO
                   END-IF
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
                   GO LER-TIPO-CREDITO
           END-EVALUATE.
      * O IVA do credito e o da fatura na mesma proporcao; a nota que
      * fecha a fatura leva o IVA que falta, para as notas somarem
      * exatamente o IVA faturado.
           IF (WS-NC-VALOR = WS-DISPONIVEL) THEN
               IF (WS-JA-IVA < WS-ORI-IVA) THEN
                   COMPUTE WS-NC-IVA = WS-ORI-IVA - WS-JA-IVA
               ELSE
                   MOVE 0 TO WS-NC-IVA
               END-IF
           ELSE
               COMPUTE WS-NC-IVA ROUNDED =
                   WS-NC-VALOR * WS-ORI-IVA / WS-ORI-TOTAL
           END-IF.
           IF (WS-NC-IVA > WS-NC-VALOR) THEN
               MOVE WS-NC-VALOR TO WS-NC-IVA
           END-IF.
           COMPUTE WS-NC-BASE = WS-NC-VALOR - WS-NC-IVA.
           IF (WS-JA-CREDITADO = 0) AND (WS-NC-VALOR = WS-ORI-TOTAL)
               THEN
               MOVE "T" TO WS-NC-TIPO
           ELSE
               MOVE "P" TO WS-NC-TIPO
           END-IF.
       LER-MOTIVO.
           DISPLAY "MOTIVO DO CREDITO: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NC-MOTIVO.
           ACCEPT WS-NC-MOTIVO.
           MOVE FUNCTION UPPER-CASE(WS-NC-MOTIVO) TO WS-NC-MOTIVO.
           IF (WS-NC-MOTIVO = SPACES) THEN
               DISPLAY "O MOTIVO E OBRIGATORIO!"
               GO LER-MOTIVO
           END-IF.
           PERFORM DESTINO-CREDITO THRU FIM-DESTINO-CREDITO.
           IF (WS-NC-RECUSADA = "S") THEN
               GO FIM-EMITIR-NOTA
           END-IF.
           MOVE WS-NC-BASE TO WS-FORMAT.
           MOVE WS-NC-IVA TO WS-FORMAT2.
           DISPLAY "BASE A CREDITAR: " WS-FORMAT "  IVA: " WS-FORMAT2.
           MOVE WS-NC-VALOR TO WS-FORMAT.
           DISPLAY "TOTAL DA NOTA DE CREDITO: " WS-FORMAT.
           IF (WS-NC-ABATIDO > 0) THEN
               MOVE WS-NC-ABATIDO TO WS-FORMAT
               DISPLAY "ABATIDO A CONTA DO CLIENTE: " WS-FORMAT
           END-IF.
           IF (WS-NC-DEVOLVIDO > 0) THEN
               MOVE WS-NC-DEVOLVIDO TO WS-FORMAT
               DISPLAY "A DEVOLVER (" FUNCTION TRIM(WS-DESC-METODO)
                   "): " WS-FORMAT
           END-IF.
           DISPLAY "CONFIRMA A EMISSAO? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF (FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S") THEN
               GO FIM-EMITIR-NOTA
           END-IF.
      * Um credito mexe na receita e no IVA ja declarados - exige
      * perfil da matriz de autorizacoes (ou aprovacao de um gestor).
           MOVE "NOTA-CRED" TO WS-AUT-FUNCAO.
           PERFORM VERIFICAR-AUTORIZACAO
               THRU FIM-VERIFICAR-AUTORIZACAO.
           IF (WS-AUT-OK NOT = "S") THEN
               GO FIM-EMITIR-NOTA
           END-IF.
           PERFORM RESERVAR-NUMERO-NOTA.
           PERFORM APLICAR-CREDITO.
           PERFORM GRAVAR-NOTA.
           PERFORM IMPRIMIR-NOTA.
           DISPLAY "NOTA DE CREDITO " WS-NC-SERIE "-" WS-NC-NUMERO
               " EMITIDA EM NOTAS-CREDITO.TXT.".
       FIM-EMITIR-NOTA.
           EXIT.

      * Fatura da pizzaria: o pedido com o numero; numa conta de mesa
      * somam-se os pedidos pagos seguintes da mesma mesa e dia que
      * ficaram sem numero, ate aparecer a fatura seguinte da mesa.
       PROCURAR-FATURA-PIZZARIA.
           MOVE 0 TO WS-ORI-MESA.
           MOVE SPACES TO WS-ORI-DATA-MESA.
           MOVE "N" TO WS-ABSORVER.
           MOVE SPACES TO WS-PEDIDOS-STATUS.
           OPEN INPUT FICHEIRO-PEDIDOS.
           IF (WS-PEDIDOS-STATUS = "00") THEN
               PERFORM UNTIL WS-PEDIDOS-STATUS = "10"
                   READ FICHEIRO-PEDIDOS
                       AT END MOVE "10" TO WS-PEDIDOS-STATUS
                       NOT AT END
                           PERFORM VER-PEDIDO-FATURA
                               THRU FIM-VER-PEDIDO-FATURA
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PEDIDOS
           END-IF.

       VER-PEDIDO-FATURA.
           IF (REG-FATURA-NUM IS NOT NUMERIC) OR
              (REG-VALOR-TOTAL IS NOT NUMERIC) OR
              (REG-IVA IS NOT NUMERIC) THEN
               GO FIM-VER-PEDIDO-FATURA
           END-IF.
           IF (REG-FATURA-NUM = WS-FATURA-NUM) AND
              (WS-FATURA-ACHADA = "N") THEN
               MOVE "S" TO WS-FATURA-ACHADA
               MOVE REG-DATA TO WS-DATA-PEDIDO
               IF (WS-DP-DIA IS NUMERIC) AND (WS-DP-MES IS NUMERIC)
                  AND (WS-DP-ANO IS NUMERIC) THEN
                   COMPUTE WS-ORI-DATA = (WS-DP-ANO * 10000)
                       + (WS-DP-MES * 100) + WS-DP-DIA
               END-IF
               MOVE REG-VALOR-TOTAL TO WS-ORI-TOTAL
               MOVE REG-IVA TO WS-ORI-IVA
               IF (REG-NIF IS NUMERIC) THEN
                   MOVE REG-NIF TO WS-ORI-NIF
               END-IF
               MOVE REG-CLIENTE TO WS-ORI-CLIENTE
               MOVE REG-METODO-PAG TO WS-ORI-METODO
               IF (REG-ESTADO = "C") THEN
                   MOVE "S" TO WS-ORI-ANULADA
               END-IF
               IF (REG-MESA IS NUMERIC) AND (REG-MESA > 0) THEN
                   MOVE REG-MESA TO WS-ORI-MESA
                   MOVE REG-DATA TO WS-ORI-DATA-MESA
                   MOVE "S" TO WS-ABSORVER
               END-IF
               GO FIM-VER-PEDIDO-FATURA
           END-IF.
           IF (WS-ABSORVER = "S") AND (REG-MESA IS NUMERIC) AND
              (REG-MESA = WS-ORI-MESA) AND
              (REG-DATA = WS-ORI-DATA-MESA) THEN
               IF (REG-FATURA-NUM > 0) THEN
                   MOVE "N" TO WS-ABSORVER
               ELSE
                   IF (REG-ESTADO = "R") THEN
                       ADD REG-VALOR-TOTAL TO WS-ORI-TOTAL
                       ADD REG-IVA TO WS-ORI-IVA
                   END-IF
               END-IF
           END-IF.
       FIM-VER-PEDIDO-FATURA.
           EXIT.

      * Fatura do aluguer: a conta de empresa fica com o credito; sem
      * ela, o cliente e o da carta de conducao do contrato.
       PROCURAR-FATURA-ALUGUER.
           MOVE 0 TO WS-ORI-CONTRATO.
           MOVE SPACES TO WS-ALUGUERES-STATUS.
           OPEN INPUT FICHEIRO-ALUGUERES.
           IF (WS-ALUGUERES-STATUS = "00") THEN
               PERFORM UNTIL WS-ALUGUERES-STATUS = "10"
                   READ FICHEIRO-ALUGUERES
                       AT END MOVE "10" TO WS-ALUGUERES-STATUS
                       NOT AT END
                           IF (ALG-FATURA-NUM IS NUMERIC) AND
                              (ALG-FATURA-NUM = WS-FATURA-NUM) THEN
                               MOVE "S" TO WS-FATURA-ACHADA
                               MOVE ALG-DATA-INICIO TO WS-ORI-DATA
                               MOVE ALG-RECEITA TO WS-ORI-TOTAL
                               MOVE ALG-IVA TO WS-ORI-IVA
                               IF (ALG-NIF IS NUMERIC) THEN
                                   MOVE ALG-NIF TO WS-ORI-NIF
                               END-IF
                               MOVE ALG-CLIENTE TO WS-ORI-CLIENTE
                               MOVE ALG-CONTRATO-NUM
                                   TO WS-ORI-CONTRATO
                               IF (ALG-CONTA-CORP NOT = SPACES) THEN
                                   MOVE "E" TO WS-ORI-TIPO-CONTA
                                   MOVE ALG-CONTA-CORP TO WS-ORI-CONTA
                               ELSE
                                   MOVE "C" TO WS-ORI-TIPO-CONTA
                               END-IF
                               MOVE "10" TO WS-ALUGUERES-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ALUGUERES
           END-IF.
           IF (WS-FATURA-ACHADA = "S") AND
              (WS-ORI-TIPO-CONTA = "C") THEN
               MOVE SPACES TO WS-CONTRATOS-STATUS
               OPEN INPUT FICHEIRO-CONTRATOS
               IF (WS-CONTRATOS-STATUS = "00") THEN
                   MOVE WS-ORI-CONTRATO TO CTR-NUM
                   READ FICHEIRO-CONTRATOS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE CTR-CARTA TO WS-ORI-CONTA
                   END-READ
               END-IF
               CLOSE FICHEIRO-CONTRATOS
           END-IF.

      * Fatura da agua, datada do primeiro dia do periodo; o cliente
      * e o titular da ficha do contador.
       PROCURAR-FATURA-AGUA.
           MOVE SPACES TO WS-AGUA-STATUS.
           OPEN INPUT FICHEIRO-AGUA.
           IF (WS-AGUA-STATUS = "00") THEN
               PERFORM UNTIL WS-AGUA-STATUS = "10"
                   READ FICHEIRO-AGUA NEXT
                       AT END MOVE "10" TO WS-AGUA-STATUS
                       NOT AT END
                           IF (AGUA-FATURA-NUM IS NUMERIC) AND
                              (AGUA-FATURA-NUM = WS-FATURA-NUM) THEN
                               MOVE "S" TO WS-FATURA-ACHADA
                               COMPUTE WS-ORI-DATA =
                                   (AGUA-PERIODO * 100) + 1
                               MOVE AGUA-TOTAL TO WS-ORI-TOTAL
                               IF (AGUA-IVA IS NUMERIC) THEN
                                   MOVE AGUA-IVA TO WS-ORI-IVA
                               END-IF
                               MOVE "A" TO WS-ORI-TIPO-CONTA
                               MOVE AGUA-CONTA TO WS-ORI-CONTA
                               MOVE AGUA-PERIODO TO WS-ORI-PERIODO
                               MOVE "10" TO WS-AGUA-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AGUA
           END-IF.
           IF (WS-FATURA-ACHADA = "S") THEN
               PERFORM CARREGAR-AGUA-MESTRE
               MOVE WS-ORI-CONTA TO WS-AGM-PESQUISA
               PERFORM PROCURAR-AGUA-MESTRE
               IF (WS-AGM-ACHADA > 0) THEN
                   IF (AGM-T-NIF(WS-AGM-ACHADA) IS NUMERIC) THEN
                       MOVE AGM-T-NIF(WS-AGM-ACHADA) TO WS-ORI-NIF
                   END-IF
                   MOVE AGM-T-NOME(WS-AGM-ACHADA) TO WS-ORI-CLIENTE
               END-IF
           END-IF.

       SOMAR-NOTAS-ANTERIORES.
           MOVE 0 TO WS-JA-CREDITADO.
           MOVE 0 TO WS-JA-IVA.
           MOVE 0 TO WS-NOTAS-ANTERIORES.
           MOVE SPACES TO WS-NOTAS-CREDITO-STATUS.
           OPEN INPUT FICHEIRO-NOTAS-CREDITO.
           IF (WS-NOTAS-CREDITO-STATUS = "00") THEN
               PERFORM UNTIL WS-NOTAS-CREDITO-STATUS = "10"
                   READ FICHEIRO-NOTAS-CREDITO
                       AT END MOVE "10" TO WS-NOTAS-CREDITO-STATUS
                       NOT AT END
                           IF (NC-SERIE-FATURA = WS-SERIE-FATURA) AND
                              (NC-FATURA-NUM = WS-FATURA-NUM) THEN
                               ADD 1 TO WS-NOTAS-ANTERIORES
                               ADD NC-TOTAL TO WS-JA-CREDITADO
                               ADD NC-IVA TO WS-JA-IVA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-NOTAS-CREDITO
           END-IF.

      * Destino do credito: a conta da agua recebe-o todo; no aluguer
      * abate primeiro ao que o cliente ou a empresa ainda devem e o
      * resto devolve-se; na pizzaria devolve-se, por defeito pelo
      * meio com que a fatura foi paga.
       DESTINO-CREDITO.
           MOVE "N" TO WS-NC-RECUSADA.
           MOVE 0 TO WS-NC-ABATIDO.
           MOVE SPACES TO WS-NC-METODO.
           MOVE SPACES TO WS-DESC-METODO.
           EVALUATE WS-ORI-TIPO-CONTA
               WHEN "A"
                   MOVE WS-NC-VALOR TO WS-NC-ABATIDO
               WHEN "E"
                   PERFORM CARREGAR-CONTAS-CORP
                   MOVE WS-ORI-CONTA TO WS-CONTA-CORP-PESQ
                   PERFORM PROCURAR-CONTA-CORP
                   IF (WS-CCO-ACHADA > 0) THEN
                       IF (CCO-T-SALDO(WS-CCO-ACHADA) < WS-NC-VALOR)
                           THEN
                           MOVE CCO-T-SALDO(WS-CCO-ACHADA)
                               TO WS-NC-ABATIDO
                       ELSE
                           MOVE WS-NC-VALOR TO WS-NC-ABATIDO
                       END-IF
                   END-IF
                   MOVE "T" TO WS-METODO-SUGERIDO
               WHEN "C"
                   PERFORM CARREGAR-CLIENTES-ALUGUER
                   IF (WS-CAL-CTL-ERRO = "S") THEN
                       DISPLAY "NOTA NAO EMITIDA - CLIENTES-ALUGUER.DAT"
                           " POR REPOR."
                       MOVE "S" TO WS-NC-RECUSADA
                       GO FIM-DESTINO-CREDITO
                   END-IF
                   MOVE WS-ORI-CONTA TO CARTA-CONDUCAO
                   PERFORM PROCURAR-CLIENTE-ALUGUER
                   IF (WS-CAL-ACHADO > 0) THEN
                       IF (CAL-T-SALDO-DEVIDO(WS-CAL-ACHADO)
                           IS NOT NUMERIC) THEN
                           MOVE 0 TO CAL-T-SALDO-DEVIDO(WS-CAL-ACHADO)
                       END-IF
                       IF (CAL-T-SALDO-DEVIDO(WS-CAL-ACHADO) <
                           WS-NC-VALOR) THEN
                           MOVE CAL-T-SALDO-DEVIDO(WS-CAL-ACHADO)
                               TO WS-NC-ABATIDO
                       ELSE
                           MOVE WS-NC-VALOR TO WS-NC-ABATIDO
                       END-IF
                   END-IF
                   MOVE "D" TO WS-METODO-SUGERIDO
               WHEN OTHER
                   IF (WS-ORI-METODO = "D") OR (WS-ORI-METODO = "M")
                      OR (WS-ORI-METODO = "C") THEN
                       MOVE WS-ORI-METODO TO WS-METODO-SUGERIDO
                   ELSE
                       MOVE "D" TO WS-METODO-SUGERIDO
                   END-IF
           END-EVALUATE.
           COMPUTE WS-NC-DEVOLVIDO = WS-NC-VALOR - WS-NC-ABATIDO.
           IF (WS-NC-DEVOLVIDO = 0) THEN
               GO FIM-DESTINO-CREDITO
           END-IF.
       LER-METODO-DEVOLUCAO.
           MOVE WS-NC-DEVOLVIDO TO WS-FORMAT.
           DISPLAY "DEVOLVER " WS-FORMAT " EM (D)INHEIRO, (M)ULTIBANCO,"
               " (C)ARTAO OU (T)RANSFERENCIA [" WS-METODO-SUGERIDO
               "]: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NC-METODO.
           ACCEPT WS-NC-METODO.
           MOVE FUNCTION UPPER-CASE(WS-NC-METODO) TO WS-NC-METODO.
           IF (WS-NC-METODO = SPACES) THEN
               MOVE WS-METODO-SUGERIDO TO WS-NC-METODO
           END-IF.
           EVALUATE WS-NC-METODO
               WHEN "D" MOVE "DINHEIRO" TO WS-DESC-METODO
               WHEN "M" MOVE "MULTIBANCO" TO WS-DESC-METODO
               WHEN "C" MOVE "CARTAO" TO WS-DESC-METODO
               WHEN "T" MOVE "TRANSFERENCIA" TO WS-DESC-METODO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
                   GO LER-METODO-DEVOLUCAO
           END-EVALUATE.
       FIM-DESTINO-CREDITO.
           EXIT.

      * Numero seguinte da serie da nota (as notas nunca se apagam,
      * o maior numero gravado e o ultimo emitido) e elo na cadeia de
      * hash da serie.
       RESERVAR-NUMERO-NOTA.
           MOVE 0 TO WS-NC-NUMERO.
           MOVE SPACES TO WS-NOTAS-CREDITO-STATUS.
           OPEN INPUT FICHEIRO-NOTAS-CREDITO.
           IF (WS-NOTAS-CREDITO-STATUS = "00") THEN
               PERFORM UNTIL WS-NOTAS-CREDITO-STATUS = "10"
                   READ FICHEIRO-NOTAS-CREDITO
                       AT END MOVE "10" TO WS-NOTAS-CREDITO-STATUS
                       NOT AT END
                           IF (NC-SERIE = WS-NC-SERIE) AND
                              (NC-NUMERO > WS-NC-NUMERO) THEN
                               MOVE NC-NUMERO TO WS-NC-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-NOTAS-CREDITO
           END-IF.
           ADD 1 TO WS-NC-NUMERO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           DIVIDE WS-HORA-AGORA BY 10000 GIVING WS-NC-HORA.
           MOVE WS-NC-SERIE TO WS-FH-SERIE.
           MOVE WS-NC-NUMERO TO WS-FH-NUMERO.
           MOVE WS-HOJE TO WS-FH-DATA.
           MOVE WS-NC-VALOR TO WS-FH-TOTAL.
           PERFORM ENCADEAR-FATURA.

       APLICAR-CREDITO.
           EVALUATE WS-ORI-TIPO-CONTA
               WHEN "A"
                   PERFORM CREDITAR-CONTA-AGUA
               WHEN "E"
                   IF (WS-NC-ABATIDO > 0) THEN
                       SUBTRACT WS-NC-ABATIDO
                           FROM CCO-T-SALDO(WS-CCO-ACHADA)
                       PERFORM GRAVAR-CONTAS-CORP
                       MOVE "E" TO WS-TN-TIPO-CONTA
                       PERFORM ABATER-TITULOS
                   END-IF
               WHEN "C"
                   IF (WS-NC-ABATIDO > 0) THEN
                       SUBTRACT WS-NC-ABATIDO
                           FROM CAL-T-SALDO-DEVIDO(WS-CAL-ACHADO)
                       PERFORM GRAVAR-CLIENTES-ALUGUER
                       MOVE "C" TO WS-TN-TIPO-CONTA
                       PERFORM ABATER-TITULOS
                   END-IF
           END-EVALUATE.

      * O credito abatido reduz primeiro os titulos em aberto da
      * propria fatura (aluguer e reabastecimento), que passam a valer
      * menos; o que sobrar compensa os titulos mais antigos da conta
      * como um pagamento.
       ABATER-TITULOS.
           MOVE WS-ORI-CONTA TO WS-TN-CONTA.
           MOVE WS-HOJE TO WS-TIT-HOJE.
           MOVE WS-NC-ABATIDO TO WS-RESTO-ABATER.
           PERFORM CARREGAR-CONTAS-RECEBER.
           PERFORM VARYING IDX-TIT FROM 1 BY 1
               UNTIL IDX-TIT > WS-NUM-TITULOS OR WS-RESTO-ABATER = 0
               IF (TIT-T-ESTADO(IDX-TIT) = "A") AND
                  (TIT-T-TIPO-CONTA(IDX-TIT) = WS-TN-TIPO-CONTA) AND
                  (TIT-T-CONTA(IDX-TIT) = WS-TN-CONTA) AND
                  (TIT-T-FATURA(IDX-TIT) = WS-FATURA-NUM) AND
                  ((TIT-T-TIPO-DOC(IDX-TIT) = "F") OR
                   (TIT-T-TIPO-DOC(IDX-TIT) = "C")) THEN
                   COMPUTE WS-ABATER-TITULO = TIT-T-VALOR(IDX-TIT) -
                       TIT-T-PAGO(IDX-TIT)
                   IF (WS-RESTO-ABATER < WS-ABATER-TITULO) THEN
                       MOVE WS-RESTO-ABATER TO WS-ABATER-TITULO
                   END-IF
                   SUBTRACT WS-ABATER-TITULO FROM TIT-T-VALOR(IDX-TIT)
                   SUBTRACT WS-ABATER-TITULO FROM WS-RESTO-ABATER
                   IF (TIT-T-VALOR(IDX-TIT) <= TIT-T-PAGO(IDX-TIT))
                       THEN
                       MOVE "L" TO TIT-T-ESTADO(IDX-TIT)
                       MOVE WS-HOJE TO TIT-T-DATA-PAGAMENTO(IDX-TIT)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM GRAVAR-CONTAS-RECEBER.
           IF (WS-RESTO-ABATER > 0) THEN
               MOVE WS-RESTO-ABATER TO WS-TIT-PAGAMENTO
               PERFORM IMPUTAR-PAGAMENTO THRU FIM-IMPUTAR-PAGAMENTO
           END-IF.

      * Credito na fatura da agua como um pagamento: a fatura fica
      * paga quando o pago chega ao total e o que passar fica como
      * saldo credor da conta (reembolso ou compensacao nos saldos
      * credores da agua).
       CREDITAR-CONTA-AGUA.
           MOVE SPACES TO WS-AGUA-STATUS.
           OPEN I-O FICHEIRO-AGUA.
           MOVE WS-ORI-CONTA TO AGUA-CONTA.
           MOVE WS-ORI-PERIODO TO AGUA-PERIODO.
           READ FICHEIRO-AGUA
               INVALID KEY
                   DISPLAY "FATURA DE AGUA NAO ENCONTRADA - CREDITO "
                       "NAO LANCADO NA CONTA!"
                   MOVE "NOTAS-CREDITO" TO WS-ERRO-PROGRAMA
                   MOVE "CREDITO NAO LANCADO NA CONTA DE AGUA"
                       TO WS-ERRO-MENSAGEM
                   PERFORM REGISTAR-ERRO
               NOT INVALID KEY
                   MOVE REG-LEITURA-AGUA TO WS-JRN-ANTES
                   IF (AGUA-PAGO-VALOR IS NOT NUMERIC) THEN
                       MOVE 0 TO AGUA-PAGO-VALOR
                   END-IF
                   ADD WS-NC-VALOR TO AGUA-PAGO-VALOR
                   IF (AGUA-PAGO-VALOR >= AGUA-TOTAL) THEN
                       MOVE "S" TO AGUA-PAGO
                   END-IF
                   REWRITE REG-LEITURA-AGUA
                   IF (WS-AGUA-STATUS = "00") THEN
                       MOVE "A" TO WS-JRN-OPERACAO
                       PERFORM JORNAL-AGUA
                   END-IF
                   IF (AGUA-PAGO-VALOR > AGUA-TOTAL) THEN
                       COMPUTE WS-RESTO-ABATER =
                           AGUA-PAGO-VALOR - AGUA-TOTAL
                       MOVE WS-RESTO-ABATER TO WS-FORMAT
                       DISPLAY "SALDO CREDOR NA CONTA " WS-ORI-CONTA
                           ": " WS-FORMAT
                   END-IF
           END-READ.
           CLOSE FICHEIRO-AGUA.

       GRAVAR-NOTA.
           MOVE SPACES TO WS-NOTAS-CREDITO-STATUS.
           OPEN EXTEND FICHEIRO-NOTAS-CREDITO.
           IF (WS-NOTAS-CREDITO-STATUS = "35") THEN
               OPEN OUTPUT FICHEIRO-NOTAS-CREDITO
           END-IF.
           MOVE WS-NC-SERIE TO NC-SERIE.
           MOVE WS-NC-NUMERO TO NC-NUMERO.
           MOVE WS-HOJE TO NC-DATA.
           MOVE WS-NC-HORA TO NC-HORA.
           MOVE WS-SERIE-FATURA TO NC-SERIE-FATURA.
           MOVE WS-FATURA-NUM TO NC-FATURA-NUM.
           MOVE WS-ORI-DATA TO NC-FATURA-DATA.
           MOVE WS-ORI-NIF TO NC-NIF.
           MOVE WS-ORI-CLIENTE TO NC-CLIENTE.
           MOVE WS-ORI-TIPO-CONTA TO NC-TIPO-CONTA.
           MOVE WS-ORI-CONTA TO NC-CONTA.
           MOVE WS-NC-TIPO TO NC-TIPO.
           MOVE WS-NC-TAXA TO NC-TAXA.
           MOVE WS-NC-BASE TO NC-BASE.
           MOVE WS-NC-IVA TO NC-IVA.
           MOVE WS-NC-VALOR TO NC-TOTAL.
           MOVE WS-NC-MOTIVO TO NC-MOTIVO.
           MOVE WS-NC-ABATIDO TO NC-ABATIDO.
           MOVE WS-NC-DEVOLVIDO TO NC-DEVOLVIDO.
           MOVE WS-NC-METODO TO NC-METODO-DEVOL.
           MOVE WS-OPERADOR-ATUAL TO NC-OPERADOR.
           WRITE REG-NOTA-CREDITO.
           CLOSE FICHEIRO-NOTAS-CREDITO.

       IMPRIMIR-NOTA.
           MOVE SPACES TO WS-DOCUMENTO-STATUS.
           OPEN EXTEND DOCUMENTO-NOTA.
           IF (WS-DOCUMENTO-STATUS = "35") THEN
               OPEN OUTPUT DOCUMENTO-NOTA
           END-IF.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO NOTA-LINHA
               WRITE NOTA-LINHA
           END-IF.
           MOVE "================================================"
               TO NOTA-LINHA.
           WRITE NOTA-LINHA.
           MOVE SPACES TO NOTA-LINHA.
           STRING "NOTA DE CREDITO N. " WS-NC-SERIE "-" WS-NC-NUMERO
               DELIMITED BY SIZE INTO NOTA-LINHA.
           WRITE NOTA-LINHA.
           MOVE WS-FH-LINHA-CODIGO TO NOTA-LINHA.
           WRITE NOTA-LINHA.
           MOVE WS-FH-LINHA-ATCUD TO NOTA-LINHA.
           WRITE NOTA-LINHA.
           MOVE SPACES TO NOTA-LINHA.
           STRING "DATA: " WS-HOJE
               DELIMITED BY SIZE INTO NOTA-LINHA.
           WRITE NOTA-LINHA.
           MOVE SPACES TO NOTA-LINHA.
           IF (WS-ORI-NIF > 0) THEN
               STRING "NIF DO CLIENTE: " WS-ORI-NIF
                   DELIMITED BY SIZE INTO NOTA-LINHA
           ELSE
               MOVE "CONSUMIDOR FINAL" TO NOTA-LINHA
           END-IF.
           WRITE NOTA-LINHA.
           MOVE SPACES TO NOTA-LINHA.
           STRING "CLIENTE: " WS-ORI-CLIENTE
               DELIMITED BY SIZE INTO NOTA-LINHA.
           WRITE NOTA-LINHA.
           MOVE SPACES TO NOTA-LINHA.
           STRING "REF. FATURA " WS-SERIE-FATURA "-" WS-FATURA-NUM
               " DE " WS-ORI-DATA
               DELIMITED BY SIZE INTO NOTA-LINHA.
           WRITE NOTA-LINHA.
           IF (WS-NC-TIPO = "T") THEN
               MOVE "CREDITO TOTAL DA FATURA" TO NOTA-LINHA
           ELSE
               MOVE "CREDITO PARCIAL DA FATURA" TO NOTA-LINHA
           END-IF.
           WRITE NOTA-LINHA.
           MOVE SPACES TO NOTA-LINHA.
           STRING "MOTIVO: " WS-NC-MOTIVO
               DELIMITED BY SIZE INTO NOTA-LINHA.
           WRITE NOTA-LINHA.
           MOVE WS-NC-BASE TO WS-FORMAT.
           MOVE SPACES TO NOTA-LINHA.
           STRING "VALOR ILIQUIDO: " WS-FORMAT
               DELIMITED BY SIZE INTO NOTA-LINHA.
           WRITE NOTA-LINHA.
           MOVE WS-NC-IVA TO WS-FORMAT.
           MOVE SPACES TO NOTA-LINHA.
           STRING "IVA (" WS-NC-TAXA "%): " WS-FORMAT
               DELIMITED BY SIZE INTO NOTA-LINHA.
           WRITE NOTA-LINHA.
           MOVE WS-NC-VALOR TO WS-FORMAT.
           MOVE SPACES TO NOTA-LINHA.
           STRING "TOTAL CREDITADO: " WS-FORMAT
               DELIMITED BY SIZE INTO NOTA-LINHA.
           WRITE NOTA-LINHA.
           IF (WS-NC-ABATIDO > 0) THEN
               MOVE WS-NC-ABATIDO TO WS-FORMAT
               MOVE SPACES TO NOTA-LINHA
               STRING "ABATIDO NA CONTA " WS-ORI-CONTA ": " WS-FORMAT
                   DELIMITED BY SIZE INTO NOTA-LINHA
               WRITE NOTA-LINHA
           END-IF.
           IF (WS-NC-DEVOLVIDO > 0) THEN
               MOVE WS-NC-DEVOLVIDO TO WS-FORMAT
               MOVE SPACES TO NOTA-LINHA
               STRING "DEVOLVIDO (" FUNCTION TRIM(WS-DESC-METODO)
                   "): " WS-FORMAT
                   DELIMITED BY SIZE INTO NOTA-LINHA
               WRITE NOTA-LINHA
           END-IF.
           MOVE WS-FH-LINHA-HASH TO NOTA-LINHA.
           WRITE NOTA-LINHA.
           MOVE "================================================"
               TO NOTA-LINHA.
           WRITE NOTA-LINHA.
           CLOSE DOCUMENTO-NOTA.

      * Consulta: todas as notas emitidas sobre uma fatura e o que
      * ainda fica por creditar.
       LISTAR-NOTAS-FATURA.
           DISPLAY "SERIE DA FATURA (PIZ/ALG/AGA): " WITH NO ADVANCING.
           MOVE SPACES TO WS-SERIE-FATURA.
           ACCEPT WS-SERIE-FATURA.
           MOVE FUNCTION UPPER-CASE(WS-SERIE-FATURA) TO WS-SERIE-FATURA.
           IF (WS-SERIE-FATURA NOT = "PIZ") AND
              (WS-SERIE-FATURA NOT = "ALG") AND
              (WS-SERIE-FATURA NOT = "AGA") THEN
               DISPLAY "SERIE DESCONHECIDA!"
               GO FIM-LISTAR-NOTAS-FATURA
           END-IF.
           DISPLAY "NUMERO DA FATURA: " WITH NO ADVANCING.
           ACCEPT WS-FATURA-NUM.
           MOVE 0 TO WS-NOTAS-ANTERIORES.
           MOVE 0 TO WS-JA-CREDITADO.
           DISPLAY "NOTA        DATA      T      TOTAL  MOTIVO".
           MOVE SPACES TO WS-NOTAS-CREDITO-STATUS.
           OPEN INPUT FICHEIRO-NOTAS-CREDITO.
           IF (WS-NOTAS-CREDITO-STATUS = "00") THEN
               PERFORM UNTIL WS-NOTAS-CREDITO-STATUS = "10"
                   READ FICHEIRO-NOTAS-CREDITO
                       AT END MOVE "10" TO WS-NOTAS-CREDITO-STATUS
                       NOT AT END
                           IF (NC-SERIE-FATURA = WS-SERIE-FATURA) AND
                              (NC-FATURA-NUM = WS-FATURA-NUM) THEN
                               ADD 1 TO WS-NOTAS-ANTERIORES
                               ADD NC-TOTAL TO WS-JA-CREDITADO
                               MOVE NC-TOTAL TO WS-FORMAT
                               DISPLAY NC-SERIE "-" NC-NUMERO "  "
                                   NC-DATA "  " NC-TIPO " "
                                   WS-FORMAT "  " NC-MOTIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-NOTAS-CREDITO
           END-IF.
           MOVE WS-JA-CREDITADO TO WS-FORMAT.
           DISPLAY WS-NOTAS-ANTERIORES " NOTA(S), TOTAL CREDITADO "
               WS-FORMAT.
       FIM-LISTAR-NOTAS-FATURA.
           EXIT.

       COPY "CLIENTES-ALUGUER-PROC.cpy".

       COPY "CONTAS-CORP-PROC.cpy".

       COPY "CONTAS-RECEBER-PROC.cpy".

       COPY "AGUA-MESTRE-PROC.cpy".

       COPY "FATURA-HASH-PROC.cpy".

       COPY "ERRO-LOG-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       COPY "AUTORIZA-PROC.cpy".

       COPY "JORNAL-AGUA-PROC.cpy".

       END PROGRAM NOTAS-CREDITO.
