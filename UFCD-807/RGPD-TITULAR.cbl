      ******************************************************************
      * Author:
      * Date:
      * Purpose: Direitos do titular dos dados (RGPD) - a partir do
      *          NIF, do telefone, da carta de conducao ou da
      *          matricula junta tudo o que os quatro negocios guardam
      *          sobre a pessoa (clientes da pizzaria e reservas,
      *          clientes e contratos do aluguer, contas e ocupacoes
      *          da agua, veiculos, multas e identificacoes de
      *          condutor) e imprime o relatorio de acesso em
      *          DADOS-TITULAR.TXT. A pedido do titular anonimiza os
      *          dados pessoais das fichas, exceto onde ha razao legal
      *          para os manter (divida, bloqueio, contrato ou conta
      *          em vigor, multa por pagar); pedidos, faturas,
      *          contratos e multas ficam intactos pelo prazo legal de
      *          conservacao. Cada ficha apagada fica em RGPD.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RGPD-TITULAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTES-SELECT.cpy".
           SELECT FICHEIRO-CLI-CTL ASSIGN TO "CLIENTES.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-CTL-STATUS.
           COPY "RESERVAS-SELECT.cpy".
           COPY "PEDIDOS-SELECT.cpy".
           COPY "CLIENTES-ALUGUER-SELECT.cpy".
           COPY "CONTRATOS-SELECT.cpy".
           COPY "AGUA-MESTRE-SELECT.cpy".
           COPY "AGUA-SELECT.cpy".
           COPY "OCUPACOES-AGUA-SELECT.cpy".
           COPY "VEICULOS-SELECT.cpy".
           COPY "MULTAS-SELECT.cpy".
           COPY "IDENTIFICACOES-SELECT.cpy".
           COPY "ALERGENOS-SELECT.cpy".
           COPY "RGPD-LOG-SELECT.cpy".
           COPY "ERRO-LOG-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "AUTORIZA-SELECT.cpy".
           SELECT RELATORIO-TITULAR ASSIGN TO "DADOS-TITULAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "CLIENTES-FD.cpy".

       FD  FICHEIRO-CLI-CTL.
       01  REG-CLI-CTL.
           05 CTL-CLI-CONTAGEM    PIC 9(05).
           05 CTL-CLI-HASH        PIC 9(10)V99.

           COPY "RESERVAS-FD.cpy".
           COPY "PEDIDOS-FD.cpy".
           COPY "CLIENTES-ALUGUER-FD.cpy".
           COPY "CONTRATOS-FD.cpy".
           COPY "AGUA-MESTRE-FD.cpy".
           COPY "AGUA-FD.cpy".
           COPY "OCUPACOES-AGUA-FD.cpy".
           COPY "VEICULOS-FD.cpy".
           COPY "MULTAS-FD.cpy".
           COPY "IDENTIFICACOES-FD.cpy".
           COPY "ALERGENOS-FD.cpy".
           COPY "RGPD-LOG-FD.cpy".

       COPY "ERRO-LOG-FD.cpy".

       COPY "OPERADOR-SESSAO-FD.cpy".

       COPY "AUTORIZA-FD.cpy".

       FD  RELATORIO-TITULAR.
       01  REL-LINHA              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       77 WS-CLIENTES-STATUS     PIC XX VALUES SPACES.
       77 WS-CLI-CTL-STATUS      PIC XX VALUES SPACES.
       77 WS-PEDIDOS-STATUS      PIC XX VALUES SPACES.
       77 WS-AGUA-STATUS         PIC XX VALUES SPACES.
       77 WS-MULTAS-STATUS       PIC XX VALUES SPACES.
       COPY "RESERVAS-WS.cpy".
       COPY "CLIENTES-ALUGUER-WS.cpy".
       COPY "CONTRATOS-WS.cpy".
       COPY "AGUA-MESTRE-WS.cpy".
       COPY "OCUPACOES-AGUA-WS.cpy".
       COPY "VEICULOS-WS.cpy".
       COPY "IDENTIFICACOES-WS.cpy".
       COPY "ALERGENOS-WS.cpy".
       COPY "NIF-WS.cpy".
       COPY "RGPD-LOG-WS.cpy".
       COPY "DATA-SISTEMA-WS.cpy".
       COPY "ERRO-LOG-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       COPY "AUTORIZA-WS.cpy".
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 2.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-CONFIRMA            PIC A VALUES SPACES.
       77 WS-ALTERADO            PIC A VALUES "N".
      * Chave de pesquisa dada pelo operador.
       77 WS-TIPO-PESQUISA       PIC X(01) VALUES SPACES.
           88 VALIDAR-TIPO-PESQUISA VALUES "N" "T" "C" "M".
       77 WS-PESQUISA-OK         PIC A VALUES "N".
       77 WS-PESQ-NIF            PIC 9(09) VALUES 0.
       77 WS-PESQ-TELEFONE       PIC 9(09) VALUES 0.
       77 WS-PESQ-CARTA          PIC X(09) VALUES SPACES.
       77 WS-PESQ-PLACA          PIC X(08) VALUES SPACES.
       77 CARTA-CONDUCAO         PIC X(09) VALUES SPACES.
      * Identificadores da pessoa: partem da chave dada e crescem com
      * o que os pedidos e os contratos ligam (telefone e NIF de um
      * pedido, carta e NIF de um contrato). Os nomes so servem para
      * sugerir veiculos, que o operador confirma um a um.
       01 WS-IDENTIDADE.
           05 WS-NUM-ID-NIF      PIC 9(02).
           05 WS-ID-NIF          PIC 9(09) OCCURS 10 TIMES.
           05 WS-NUM-ID-TEL      PIC 9(02).
           05 WS-ID-TEL          PIC 9(09) OCCURS 10 TIMES.
           05 WS-NUM-ID-CARTA    PIC 9(02).
           05 WS-ID-CARTA        PIC X(09) OCCURS 10 TIMES.
           05 WS-NUM-ID-NOME     PIC 9(02).
           05 WS-ID-NOME         PIC X(30) OCCURS 10 TIMES.
           05 WS-NUM-ID-PLACA    PIC 9(02).
           05 WS-ID-PLACA        PIC X(08) OCCURS 10 TIMES.
       77 IDX-ID                 PIC 9(02) VALUES 0.
       77 IDX-EXTRA              PIC 9(01) VALUES 0.
       77 WS-ID-NOVOS            PIC 9(03) VALUES 0.
       77 WS-PASSAGENS           PIC 9(01) VALUES 0.
       77 WS-PERTENCE            PIC A VALUES "N".
       77 WS-DO-TITULAR          PIC A VALUES "N".
       77 WS-CONDUTOR-EXTRA      PIC A VALUES "N".
       77 WS-TESTE-NIF           PIC 9(09) VALUES 0.
       77 WS-TESTE-TEL           PIC 9(09) VALUES 0.
       77 WS-TESTE-CARTA         PIC X(09) VALUES SPACES.
       77 WS-TESTE-NOME          PIC X(30) VALUES SPACES.
       77 WS-TESTE-PLACA         PIC X(08) VALUES SPACES.
       77 WS-CTR-ABERTOS         PIC 9(03) VALUES 0.
      * Contas da agua do titular, com as faturas e a divida que
      * AGUA-CONTAS.DAT lhes atribui.
       01 WS-CONTAS-TITULAR.
           05 WS-NUM-CT          PIC 9(02).
           05 WS-CT-ITEM OCCURS 10 TIMES.
               10 WS-CT-CONTA    PIC X(10).
               10 WS-CT-FATURAS  PIC 9(04).
               10 WS-CT-DIVIDA   PIC 9(07)V99.
       77 IDX-CT                 PIC 9(02) VALUES 0.
       77 WS-CT-ACHADA           PIC 9(02) VALUES 0.
       77 WS-DIVIDA-FATURA       PIC 9(07)V99 VALUES 0.
      * Contagens do relatorio e do apagamento.
       77 WS-TOTAL-REGISTOS      PIC 9(05) VALUES 0.
       77 WS-QTD-SECCAO          PIC 9(05) VALUES 0.
       77 WS-QTD-DOCUMENTOS      PIC 9(05) VALUES 0.
       77 WS-QTD-ANONIMIZADOS    PIC 9(05) VALUES 0.
       77 WS-QTD-ELIMINADOS      PIC 9(05) VALUES 0.
       77 WS-QTD-RETIDOS         PIC 9(05) VALUES 0.
       77 WS-CLI-APAGADOS        PIC 9(05) VALUES 0.
       77 WS-CLI-PONTOS-APAGADOS PIC 9(10)V99 VALUES 0.
       77 WS-RES-PENDENTE        PIC A VALUES "N".
       77 WS-VEI-PROCESSOS       PIC 9(03) VALUES 0.
       77 WS-RGPD-SEGUINTE       PIC 9(06) VALUES 0.
       77 WS-MOTIVO-RETENCAO     PIC X(40) VALUES SPACES.
       77 WS-REF-RETIDA          PIC X(12) VALUES SPACES.
       77 WS-ESTADO-DESC         PIC X(12) VALUES SPACES.
       77 WS-FORMAT              PIC Z(6)9.99.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "RGPD-TITULAR" TO WS-JRN-PROGRAMA.
           PERFORM LER-OPERADOR-SESSAO.
           MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR.
           PERFORM CARREGAR-AUTORIZACOES.
           PERFORM CARREGAR-ALERGENOS.
           MOVE "RGPD-TITULAR" TO WS-RGPD-PROGRAMA.
       MENU-TITULAR.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           DISPLAY "=== DADOS PESSOAIS - DIREITOS DO TITULAR ===".
           DISPLAY "1 - RELATORIO DE ACESSO AOS DADOS".
           DISPLAY "2 - APAGAMENTO A PEDIDO DO TITULAR".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-TITULAR
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM RELATORIO-ACESSO
                   THRU FIM-RELATORIO-ACESSO
               WHEN 2 PERFORM APAGAR-TITULAR THRU FIM-APAGAR-TITULAR
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-TITULAR.

      * Direito de acesso: junta os identificadores e imprime tudo o
      * que esta guardado sobre a pessoa.
       RELATORIO-ACESSO.
           PERFORM LER-PESQUISA THRU FIM-LER-PESQUISA.
           IF (WS-PESQUISA-OK NOT = "S") THEN
               GO FIM-RELATORIO-ACESSO
           END-IF.
           PERFORM RECOLHER-IDENTIDADE.
           PERFORM IMPRIMIR-RELATORIO.
           DISPLAY "RELATORIO EM DADOS-TITULAR.TXT: " WS-TOTAL-REGISTOS
               " REGISTOS, DOS QUAIS " WS-QTD-DOCUMENTOS
               " DOCUMENTOS CONSERVADOS.".
       FIM-RELATORIO-ACESSO.
           EXIT.

       LER-PESQUISA.
           MOVE "N" TO WS-PESQUISA-OK.
           INITIALIZE WS-IDENTIDADE.
           DISPLAY "PESQUISAR POR (N=NIF T=TELEFONE C=CARTA"
               " M=MATRICULA): " WITH NO ADVANCING.
           MOVE SPACES TO WS-TIPO-PESQUISA.
           ACCEPT WS-TIPO-PESQUISA.
           MOVE FUNCTION UPPER-CASE(WS-TIPO-PESQUISA)
               TO WS-TIPO-PESQUISA.
           IF (NOT VALIDAR-TIPO-PESQUISA) THEN
               DISPLAY "TIPO DE PESQUISA INVALIDO!"
               GO FIM-LER-PESQUISA
           END-IF.
           EVALUATE WS-TIPO-PESQUISA
               WHEN "N"
                   DISPLAY "NIF: " WITH NO ADVANCING
                   MOVE 0 TO WS-PESQ-NIF
                   ACCEPT WS-PESQ-NIF
                   MOVE WS-PESQ-NIF TO WS-NIF-VERIFICA
                   PERFORM VALIDAR-NIF
                   IF (WS-NIF-VALIDO NOT = "S") THEN
                       DISPLAY "NIF INVALIDO!"
                       GO FIM-LER-PESQUISA
                   END-IF
                   MOVE WS-PESQ-NIF TO WS-TESTE-NIF
                   PERFORM JUNTAR-NIF
               WHEN "T"
                   DISPLAY "TELEFONE: " WITH NO ADVANCING
                   MOVE 0 TO WS-PESQ-TELEFONE
                   ACCEPT WS-PESQ-TELEFONE
                   IF (WS-PESQ-TELEFONE = 0) THEN
                       DISPLAY "TELEFONE INVALIDO!"
                       GO FIM-LER-PESQUISA
                   END-IF
                   MOVE WS-PESQ-TELEFONE TO WS-TESTE-TEL
                   PERFORM JUNTAR-TELEFONE
               WHEN "C"
                   DISPLAY "CARTA DE CONDUCAO: " WITH NO ADVANCING
                   MOVE SPACES TO WS-PESQ-CARTA
                   ACCEPT WS-PESQ-CARTA
                   MOVE FUNCTION UPPER-CASE(WS-PESQ-CARTA)
                       TO WS-PESQ-CARTA
                   IF (WS-PESQ-CARTA = SPACES) THEN
                       DISPLAY "CARTA INVALIDA!"
                       GO FIM-LER-PESQUISA
                   END-IF
                   MOVE WS-PESQ-CARTA TO WS-TESTE-CARTA
                   PERFORM JUNTAR-CARTA
               WHEN "M"
                   DISPLAY "MATRICULA: " WITH NO ADVANCING
                   MOVE SPACES TO WS-PESQ-PLACA
                   ACCEPT WS-PESQ-PLACA
                   MOVE FUNCTION UPPER-CASE(WS-PESQ-PLACA)
                       TO WS-PESQ-PLACA
                   IF (WS-PESQ-PLACA = SPACES) THEN
                       DISPLAY "MATRICULA INVALIDA!"
                       GO FIM-LER-PESQUISA
                   END-IF
                   MOVE WS-PESQ-PLACA TO WS-TESTE-PLACA
                   PERFORM JUNTAR-PLACA
           END-EVALUATE.
           MOVE "S" TO WS-PESQUISA-OK.
       FIM-LER-PESQUISA.
           EXIT.

      * Carrega as tabelas dos ficheiros mestre e alarga os
      * identificadores ate deixarem de aparecer novos (no maximo
      * tres passagens pelos pedidos e pelos contratos).
       RECOLHER-IDENTIDADE.
           PERFORM CARREGAR-RESERVAS.
           PERFORM CARREGAR-CLIENTES-ALUGUER.
           PERFORM CARREGAR-AGUA-MESTRE.
           PERFORM CARREGAR-OCUPACOES.
           PERFORM CARREGAR-VEICULOS.
           MOVE 0 TO WS-PASSAGENS.
           MOVE 1 TO WS-ID-NOVOS.
           PERFORM PASSAGEM-IDENTIDADE
               UNTIL (WS-ID-NOVOS = 0) OR (WS-PASSAGENS >= 3).
           PERFORM RECOLHER-NOMES.
           PERFORM RECOLHER-VEICULOS.
           PERFORM RECOLHER-CONTAS-AGUA THRU FIM-RECOLHER-CONTAS-AGUA.

       PASSAGEM-IDENTIDADE.
           MOVE 0 TO WS-ID-NOVOS.
           ADD 1 TO WS-PASSAGENS.
           PERFORM RECOLHER-PEDIDOS.
           PERFORM RECOLHER-CONTRATOS.

       RECOLHER-PEDIDOS.
           MOVE SPACES TO WS-PEDIDOS-STATUS.
           OPEN INPUT FICHEIRO-PEDIDOS.
           IF (WS-PEDIDOS-STATUS = "00") THEN
               PERFORM UNTIL WS-PEDIDOS-STATUS = "10"
                   READ FICHEIRO-PEDIDOS
                       AT END MOVE "10" TO WS-PEDIDOS-STATUS
                       NOT AT END
                           PERFORM VER-PEDIDO-TITULAR
                           IF (WS-DO-TITULAR = "S") THEN
                               IF (REG-CONTATO IS NUMERIC) THEN
                                   MOVE REG-CONTATO TO WS-TESTE-TEL
                                   PERFORM JUNTAR-TELEFONE
                               END-IF
                               IF (REG-NIF IS NUMERIC) THEN
                                   MOVE REG-NIF TO WS-TESTE-NIF
                                   PERFORM JUNTAR-NIF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-PEDIDOS.

       VER-PEDIDO-TITULAR.
           MOVE "N" TO WS-DO-TITULAR.
           IF (REG-CONTATO IS NUMERIC) AND (REG-CONTATO > 0) THEN
               MOVE REG-CONTATO TO WS-TESTE-TEL
               PERFORM VER-TELEFONE
               IF (WS-PERTENCE = "S") THEN
                   MOVE "S" TO WS-DO-TITULAR
               END-IF
           END-IF.
           IF (REG-NIF IS NUMERIC) AND (REG-NIF > 0) THEN
               MOVE REG-NIF TO WS-TESTE-NIF
               PERFORM VER-NIF
               IF (WS-PERTENCE = "S") THEN
                   MOVE "S" TO WS-DO-TITULAR
               END-IF
           END-IF.

      * Um contrato e do titular pela carta do condutor principal ou
      * pelo NIF; como condutor adicional so aparece no relatorio.
       RECOLHER-CONTRATOS.
           MOVE 0 TO WS-CTR-ABERTOS.
           MOVE SPACES TO WS-CONTRATOS-STATUS.
           OPEN INPUT FICHEIRO-CONTRATOS.
           IF (WS-CONTRATOS-STATUS = "00") THEN
               PERFORM UNTIL WS-CONTRATOS-STATUS = "10"
                   READ FICHEIRO-CONTRATOS NEXT
                       AT END MOVE "10" TO WS-CONTRATOS-STATUS
                       NOT AT END
                           PERFORM VER-CONTRATO-TITULAR
                           IF (WS-DO-TITULAR = "S") THEN
                               MOVE CTR-CARTA TO WS-TESTE-CARTA
                               PERFORM JUNTAR-CARTA
                               IF (CTR-NIF IS NUMERIC) THEN
                                   MOVE CTR-NIF TO WS-TESTE-NIF
                                   PERFORM JUNTAR-NIF
                               END-IF
                               MOVE CTR-CLIENTE TO WS-TESTE-NOME
                               PERFORM JUNTAR-NOME
                               IF (CTR-ESTADO = "A") THEN
                                   ADD 1 TO WS-CTR-ABERTOS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-CONTRATOS.

       VER-CONTRATO-TITULAR.
           MOVE "N" TO WS-DO-TITULAR.
           MOVE "N" TO WS-CONDUTOR-EXTRA.
           MOVE CTR-CARTA TO WS-TESTE-CARTA.
           PERFORM VER-CARTA.
           IF (WS-PERTENCE = "S") THEN
               MOVE "S" TO WS-DO-TITULAR
           END-IF.
           IF (CTR-NIF IS NUMERIC) AND (CTR-NIF > 0) THEN
               MOVE CTR-NIF TO WS-TESTE-NIF
               PERFORM VER-NIF
               IF (WS-PERTENCE = "S") THEN
                   MOVE "S" TO WS-DO-TITULAR
               END-IF
           END-IF.
           IF (CTR-NUM-EXTRAS IS NUMERIC) THEN
               PERFORM VARYING IDX-EXTRA FROM 1 BY 1
                   UNTIL IDX-EXTRA > CTR-NUM-EXTRAS OR IDX-EXTRA > 3
                   MOVE CTR-CE-CARTA(IDX-EXTRA) TO WS-TESTE-CARTA
                   PERFORM VER-CARTA
                   IF (WS-PERTENCE = "S") THEN
                       MOVE "S" TO WS-CONDUTOR-EXTRA
                   END-IF
               END-PERFORM
           END-IF.

       RECOLHER-NOMES.
           IF (WS-NUM-ID-TEL > 0) THEN
               MOVE SPACES TO WS-CLIENTES-STATUS
               OPEN INPUT FICHEIRO-CLIENTES
               IF (WS-CLIENTES-STATUS = "00") THEN
                   PERFORM VARYING IDX-ID FROM 1 BY 1
                       UNTIL IDX-ID > WS-NUM-ID-TEL
                       MOVE WS-ID-TEL(IDX-ID) TO CLI-CONTATO
                       READ FICHEIRO-CLIENTES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE CLI-NOME TO WS-TESTE-NOME
                               PERFORM JUNTAR-NOME
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE FICHEIRO-CLIENTES
           END-IF.
           PERFORM VARYING IDX-CAL FROM 1 BY 1
               UNTIL IDX-CAL > WS-NUM-CLIENTES-ALG
               MOVE CAL-T-CARTA(IDX-CAL) TO WS-TESTE-CARTA
               PERFORM VER-CARTA
               IF (WS-PERTENCE = "S") THEN
                   MOVE CAL-T-NOME(IDX-CAL) TO WS-TESTE-NOME
                   PERFORM JUNTAR-NOME
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX-AGM FROM 1 BY 1
               UNTIL IDX-AGM > WS-NUM-AGUA-MESTRE
               MOVE AGM-T-NIF(IDX-AGM) TO WS-TESTE-NIF
               PERFORM VER-NIF
               IF (WS-PERTENCE = "S") THEN
                   MOVE AGM-T-NOME(IDX-AGM) TO WS-TESTE-NOME
                   PERFORM JUNTAR-NOME
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX-OCP FROM 1 BY 1
               UNTIL IDX-OCP > WS-NUM-OCUPACOES
               MOVE OCP-T-NIF(IDX-OCP) TO WS-TESTE-NIF
               PERFORM VER-NIF
               IF (WS-PERTENCE = "S") THEN
                   MOVE OCP-T-NOME(IDX-OCP) TO WS-TESTE-NOME
                   PERFORM JUNTAR-NOME
               END-IF
           END-PERFORM.

      * Veiculos pela matricula pesquisada ou pelo nome do
      * proprietario igual a um nome do titular.
       RECOLHER-VEICULOS.
           PERFORM VARYING IDX-VEI FROM 1 BY 1
               UNTIL IDX-VEI > WS-NUM-VEICULOS
               MOVE VEI-T-PROPRIETARIO(IDX-VEI) TO WS-TESTE-NOME
               PERFORM VER-NOME
               IF (WS-PERTENCE = "S") THEN
                   MOVE VEI-T-PLACA(IDX-VEI) TO WS-TESTE-PLACA
                   PERFORM JUNTAR-PLACA
               END-IF
           END-PERFORM.

       RECOLHER-CONTAS-AGUA.
           MOVE 0 TO WS-NUM-CT.
           PERFORM VARYING IDX-AGM FROM 1 BY 1
               UNTIL IDX-AGM > WS-NUM-AGUA-MESTRE
               MOVE AGM-T-NIF(IDX-AGM) TO WS-TESTE-NIF
               PERFORM VER-NIF
               IF (WS-PERTENCE = "S") AND (WS-NUM-CT < 10) THEN
                   ADD 1 TO WS-NUM-CT
                   MOVE AGM-T-CONTA(IDX-AGM) TO WS-CT-CONTA(WS-NUM-CT)
                   MOVE 0 TO WS-CT-FATURAS(WS-NUM-CT)
                   MOVE 0 TO WS-CT-DIVIDA(WS-NUM-CT)
               END-IF
           END-PERFORM.
           IF (WS-NUM-CT = 0) THEN
               GO FIM-RECOLHER-CONTAS-AGUA
           END-IF.
           MOVE SPACES TO WS-AGUA-STATUS.
           OPEN INPUT FICHEIRO-AGUA.
           IF (WS-AGUA-STATUS = "00") THEN
               PERFORM UNTIL WS-AGUA-STATUS = "10"
                   READ FICHEIRO-AGUA NEXT
                       AT END MOVE "10" TO WS-AGUA-STATUS
                       NOT AT END PERFORM SOMAR-FATURA-AGUA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-AGUA.
       FIM-RECOLHER-CONTAS-AGUA.
           EXIT.

       SOMAR-FATURA-AGUA.
           MOVE 0 TO WS-CT-ACHADA.
           PERFORM VARYING IDX-CT FROM 1 BY 1 UNTIL IDX-CT > WS-NUM-CT
               IF (WS-CT-CONTA(IDX-CT) = AGUA-CONTA) THEN
                   MOVE IDX-CT TO WS-CT-ACHADA
               END-IF
           END-PERFORM.
           IF (WS-CT-ACHADA > 0) THEN
               ADD 1 TO WS-CT-FATURAS(WS-CT-ACHADA)
               IF (AGUA-PAGO = "N") AND
                  (AGUA-TOTAL > AGUA-PAGO-VALOR) THEN
                   COMPUTE WS-DIVIDA-FATURA =
                       AGUA-TOTAL - AGUA-PAGO-VALOR
                   ADD WS-DIVIDA-FATURA TO WS-CT-DIVIDA(WS-CT-ACHADA)
               END-IF
           END-IF.

      * Conjuntos de identificadores: VER-x diz em WS-PERTENCE se o
      * valor de teste ja esta no conjunto, JUNTAR-x acrescenta-o.
       VER-NIF.
           MOVE "N" TO WS-PERTENCE.
           PERFORM VARYING IDX-ID FROM 1 BY 1
               UNTIL IDX-ID > WS-NUM-ID-NIF
               IF (WS-ID-NIF(IDX-ID) = WS-TESTE-NIF) THEN
                   MOVE "S" TO WS-PERTENCE
               END-IF
           END-PERFORM.

       JUNTAR-NIF.
           IF (WS-TESTE-NIF > 0) THEN
               PERFORM VER-NIF
               IF (WS-PERTENCE = "N") AND (WS-NUM-ID-NIF < 10) THEN
                   ADD 1 TO WS-NUM-ID-NIF
                   MOVE WS-TESTE-NIF TO WS-ID-NIF(WS-NUM-ID-NIF)
                   ADD 1 TO WS-ID-NOVOS
               END-IF
           END-IF.

       VER-TELEFONE.
           MOVE "N" TO WS-PERTENCE.
           PERFORM VARYING IDX-ID FROM 1 BY 1
               UNTIL IDX-ID > WS-NUM-ID-TEL
               IF (WS-ID-TEL(IDX-ID) = WS-TESTE-TEL) THEN
                   MOVE "S" TO WS-PERTENCE
               END-IF
           END-PERFORM.

       JUNTAR-TELEFONE.
           IF (WS-TESTE-TEL > 0) THEN
               PERFORM VER-TELEFONE
               IF (WS-PERTENCE = "N") AND (WS-NUM-ID-TEL < 10) THEN
                   ADD 1 TO WS-NUM-ID-TEL
                   MOVE WS-TESTE-TEL TO WS-ID-TEL(WS-NUM-ID-TEL)
                   ADD 1 TO WS-ID-NOVOS
               END-IF
           END-IF.

       VER-CARTA.
           MOVE "N" TO WS-PERTENCE.
           IF (WS-TESTE-CARTA NOT = SPACES) THEN
               PERFORM VARYING IDX-ID FROM 1 BY 1
                   UNTIL IDX-ID > WS-NUM-ID-CARTA
                   IF (WS-ID-CARTA(IDX-ID) = WS-TESTE-CARTA) THEN
                       MOVE "S" TO WS-PERTENCE
                   END-IF
               END-PERFORM
           END-IF.

       JUNTAR-CARTA.
           IF (WS-TESTE-CARTA NOT = SPACES) THEN
               PERFORM VER-CARTA
               IF (WS-PERTENCE = "N") AND (WS-NUM-ID-CARTA < 10) THEN
                   ADD 1 TO WS-NUM-ID-CARTA
                   MOVE WS-TESTE-CARTA TO WS-ID-CARTA(WS-NUM-ID-CARTA)
                   ADD 1 TO WS-ID-NOVOS
               END-IF
           END-IF.

       VER-NOME.
           MOVE "N" TO WS-PERTENCE.
           IF (WS-TESTE-NOME NOT = SPACES) THEN
               PERFORM VARYING IDX-ID FROM 1 BY 1
                   UNTIL IDX-ID > WS-NUM-ID-NOME
                   IF (WS-ID-NOME(IDX-ID) = WS-TESTE-NOME) THEN
                       MOVE "S" TO WS-PERTENCE
                   END-IF
               END-PERFORM
           END-IF.

       JUNTAR-NOME.
           IF (WS-TESTE-NOME NOT = SPACES) AND
              (WS-TESTE-NOME NOT = WS-RGPD-ANONIMO) THEN
               PERFORM VER-NOME
               IF (WS-PERTENCE = "N") AND (WS-NUM-ID-NOME < 10) THEN
                   ADD 1 TO WS-NUM-ID-NOME
                   MOVE WS-TESTE-NOME TO WS-ID-NOME(WS-NUM-ID-NOME)
               END-IF
           END-IF.

       VER-PLACA.
           MOVE "N" TO WS-PERTENCE.
           IF (WS-TESTE-PLACA NOT = SPACES) THEN
               PERFORM VARYING IDX-ID FROM 1 BY 1
                   UNTIL IDX-ID > WS-NUM-ID-PLACA
                   IF (WS-ID-PLACA(IDX-ID) = WS-TESTE-PLACA) THEN
                       MOVE "S" TO WS-PERTENCE
                   END-IF
               END-PERFORM
           END-IF.

       JUNTAR-PLACA.
           IF (WS-TESTE-PLACA NOT = SPACES) THEN
               PERFORM VER-PLACA
               IF (WS-PERTENCE = "N") AND (WS-NUM-ID-PLACA < 10) THEN
                   ADD 1 TO WS-NUM-ID-PLACA
                   MOVE WS-TESTE-PLACA TO WS-ID-PLACA(WS-NUM-ID-PLACA)
               END-IF
           END-IF.

      * Relatorio de acesso: uma seccao por ficheiro; os documentos
      * que a lei manda conservar vao assinalados como tal.
       IMPRIMIR-RELATORIO.
           PERFORM OBTER-DATA-SISTEMA.
           MOVE 0 TO WS-TOTAL-REGISTOS.
           MOVE 0 TO WS-QTD-DOCUMENTOS.
           OPEN OUTPUT RELATORIO-TITULAR.
           MOVE "RELATORIO DE ACESSO A DADOS PESSOAIS (RGPD)"
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "EMITIDO EM " WS-DATA-FORMATADA " PELO OPERADOR "
               WS-OPERADOR-ATUAL DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "IDENTIFICADORES DO TITULAR:" TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING IDX-ID FROM 1 BY 1
               UNTIL IDX-ID > WS-NUM-ID-NIF
               MOVE SPACES TO REL-LINHA
               STRING "  NIF       " WS-ID-NIF(IDX-ID)
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM.
           PERFORM VARYING IDX-ID FROM 1 BY 1
               UNTIL IDX-ID > WS-NUM-ID-TEL
               MOVE SPACES TO REL-LINHA
               STRING "  TELEFONE  " WS-ID-TEL(IDX-ID)
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM.
           PERFORM VARYING IDX-ID FROM 1 BY 1
               UNTIL IDX-ID > WS-NUM-ID-CARTA
               MOVE SPACES TO REL-LINHA
               STRING "  CARTA     " WS-ID-CARTA(IDX-ID)
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM.
           PERFORM VARYING IDX-ID FROM 1 BY 1
               UNTIL IDX-ID > WS-NUM-ID-PLACA
               MOVE SPACES TO REL-LINHA
               STRING "  MATRICULA " WS-ID-PLACA(IDX-ID)
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM.
           PERFORM IMPRIMIR-CLIENTES-PIZZARIA.
           PERFORM IMPRIMIR-RESERVAS.
           PERFORM IMPRIMIR-PEDIDOS.
           PERFORM IMPRIMIR-CLIENTES-ALUGUER.
           PERFORM IMPRIMIR-CONTRATOS.
           PERFORM IMPRIMIR-CONTAS-AGUA.
           PERFORM IMPRIMIR-OCUPACOES.
           PERFORM IMPRIMIR-VEICULOS.
           PERFORM IMPRIMIR-MULTAS.
           PERFORM IMPRIMIR-IDENTIFICACOES.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL DE REGISTOS: " WS-TOTAL-REGISTOS
               "   DOCUMENTOS CONSERVADOS: " WS-QTD-DOCUMENTOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "PEDIDOS, FATURAS, CONTRATOS E MULTAS CONSERVAM-SE PELO"
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "PRAZO LEGAL MESMO DEPOIS DE UM PEDIDO DE APAGAMENTO."
               TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-TITULAR.

       CABECALHO-SECCAO.
           MOVE 0 TO WS-QTD-SECCAO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA.

       FECHO-SECCAO.
           IF (WS-QTD-SECCAO = 0) THEN
               MOVE "  SEM REGISTOS." TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           ADD WS-QTD-SECCAO TO WS-TOTAL-REGISTOS.

       IMPRIMIR-CLIENTES-PIZZARIA.
           PERFORM CABECALHO-SECCAO.
           MOVE "--- PIZZARIA - FICHA DE CLIENTE (CLIENTES.DAT)"
               TO REL-LINHA.
           WRITE REL-LINHA.
           IF (WS-NUM-ID-TEL > 0) THEN
               MOVE SPACES TO WS-CLIENTES-STATUS
               OPEN INPUT FICHEIRO-CLIENTES
               IF (WS-CLIENTES-STATUS = "00") THEN
                   PERFORM VARYING IDX-ID FROM 1 BY 1
                       UNTIL IDX-ID > WS-NUM-ID-TEL
                       MOVE WS-ID-TEL(IDX-ID) TO CLI-CONTATO
                       READ FICHEIRO-CLIENTES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY PERFORM LINHAS-CLIENTE-PIZ
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE FICHEIRO-CLIENTES
           END-IF.
           PERFORM FECHO-SECCAO.

       LINHAS-CLIENTE-PIZ.
           ADD 1 TO WS-QTD-SECCAO.
           MOVE SPACES TO REL-LINHA.
           STRING "  TELEFONE " CLI-CONTATO "  NOME " CLI-NOME
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "    MORADA " CLI-MORADA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "    PONTOS " CLI-PONTOS "  FALTAS A RESERVAS "
               CLI-FALTAS DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF (CLI-ALERGIAS = LOW-VALUES) THEN
               MOVE SPACES TO CLI-ALERGIAS
           END-IF.
           IF (CLI-ALERGIAS NOT = SPACES) THEN
               MOVE CLI-ALERGIAS TO WS-ALG-ITEM
               PERFORM DESCREVER-ALERGENOS
               MOVE SPACES TO REL-LINHA
               STRING "    ALERGIAS " WS-ALG-TEXTO
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       IMPRIMIR-RESERVAS.
           PERFORM CABECALHO-SECCAO.
           MOVE "--- PIZZARIA - RESERVAS DE MESA (RESERVAS.DAT)"
               TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING IDX-RES FROM 1 BY 1
               UNTIL IDX-RES > WS-NUM-RESERVAS
               MOVE RES-T-CONTATO(IDX-RES) TO WS-TESTE-TEL
               PERFORM VER-TELEFONE
               IF (WS-PERTENCE = "S") AND (WS-TESTE-TEL > 0) THEN
                   ADD 1 TO WS-QTD-SECCAO
                   MOVE SPACES TO REL-LINHA
                   STRING "  RESERVA " RES-T-NUMERO(IDX-RES)
                       " DE " RES-T-DATA(IDX-RES) " "
                       RES-T-HORA(IDX-RES) " " RES-T-PESSOAS(IDX-RES)
                       " PESSOAS ESTADO " RES-T-ESTADO(IDX-RES)
                       " NOME " RES-T-NOME(IDX-RES)
                       DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.
           PERFORM FECHO-SECCAO.

       IMPRIMIR-PEDIDOS.
           PERFORM CABECALHO-SECCAO.
           MOVE "--- PIZZARIA - PEDIDOS E FATURAS (PEDIDOS.DAT) -"
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "    CONSERVADOS PELO PRAZO LEGAL" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO WS-PEDIDOS-STATUS.
           OPEN INPUT FICHEIRO-PEDIDOS.
           IF (WS-PEDIDOS-STATUS = "00") THEN
               PERFORM UNTIL WS-PEDIDOS-STATUS = "10"
                   READ FICHEIRO-PEDIDOS
                       AT END MOVE "10" TO WS-PEDIDOS-STATUS
                       NOT AT END
                           PERFORM VER-PEDIDO-TITULAR
                           IF (WS-DO-TITULAR = "S") THEN
                               PERFORM LINHA-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-PEDIDOS.
           ADD WS-QTD-SECCAO TO WS-QTD-DOCUMENTOS.
           PERFORM FECHO-SECCAO.

       LINHA-PEDIDO.
           ADD 1 TO WS-QTD-SECCAO.
           MOVE REG-VALOR-TOTAL TO WS-FORMAT.
           MOVE SPACES TO REL-LINHA.
           STRING "  " REG-DATA " PEDIDO " REG-NUM-PEDIDO
               " FATURA " REG-FATURA-NUM " NIF " REG-NIF
               " TOTAL " WS-FORMAT " " REG-CLIENTE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF (REG-MORADA NOT = SPACES) THEN
               MOVE SPACES TO REL-LINHA
               STRING "    MORADA DE ENTREGA " REG-MORADA
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       IMPRIMIR-CLIENTES-ALUGUER.
           PERFORM CABECALHO-SECCAO.
           MOVE "--- ALUGUER - FICHA DE CLIENTE (CLIENTES-ALUGUER.DAT)"
               TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING IDX-CAL FROM 1 BY 1
               UNTIL IDX-CAL > WS-NUM-CLIENTES-ALG
               MOVE CAL-T-CARTA(IDX-CAL) TO WS-TESTE-CARTA
               PERFORM VER-CARTA
               IF (WS-PERTENCE = "S") THEN
                   ADD 1 TO WS-QTD-SECCAO
                   MOVE CAL-T-SALDO-DEVIDO(IDX-CAL) TO WS-FORMAT
                   MOVE SPACES TO REL-LINHA
                   STRING "  CARTA " CAL-T-CARTA(IDX-CAL)
                       " VALIDA ATE " CAL-T-VALIDADE(IDX-CAL)
                       " NOME " CAL-T-NOME(IDX-CAL)
                       DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
                   MOVE SPACES TO REL-LINHA
                   STRING "    BLOQUEADO " CAL-T-BLOQUEADO(IDX-CAL)
                       " " CAL-T-MOTIVO(IDX-CAL) " SALDO " WS-FORMAT
                       DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.
           PERFORM FECHO-SECCAO.

       IMPRIMIR-CONTRATOS.
           PERFORM CABECALHO-SECCAO.
           MOVE "--- ALUGUER - CONTRATOS (CONTRATOS.DAT) - CONSERVADOS"
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO WS-CONTRATOS-STATUS.
           OPEN INPUT FICHEIRO-CONTRATOS.
           IF (WS-CONTRATOS-STATUS = "00") THEN
               PERFORM UNTIL WS-CONTRATOS-STATUS = "10"
                   READ FICHEIRO-CONTRATOS NEXT
                       AT END MOVE "10" TO WS-CONTRATOS-STATUS
                       NOT AT END
                           PERFORM VER-CONTRATO-TITULAR
                           IF (WS-DO-TITULAR = "S") OR
                              (WS-CONDUTOR-EXTRA = "S") THEN
                               PERFORM LINHA-CONTRATO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-CONTRATOS.
           ADD WS-QTD-SECCAO TO WS-QTD-DOCUMENTOS.
           PERFORM FECHO-SECCAO.

       LINHA-CONTRATO.
           ADD 1 TO WS-QTD-SECCAO.
           IF (WS-DO-TITULAR = "S") THEN
               MOVE "TITULAR" TO WS-ESTADO-DESC
           ELSE
               MOVE "COND. ADIC." TO WS-ESTADO-DESC
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING "  CONTRATO " CTR-NUM " ESTADO " CTR-ESTADO
               " INICIO " CTR-DATA-INICIO " DEVOLUCAO "
               CTR-DATA-DEVOLUCAO " " CTR-PLACA " " WS-ESTADO-DESC
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "    " CTR-CLIENTE " CARTA " CTR-CARTA " NIF "
               CTR-NIF DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIMIR-CONTAS-AGUA.
           PERFORM CABECALHO-SECCAO.
           MOVE "--- AGUA - CONTAS (AGUA-MESTRE.DAT E AGUA-CONTAS.DAT)"
               TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING IDX-AGM FROM 1 BY 1
               UNTIL IDX-AGM > WS-NUM-AGUA-MESTRE
               MOVE AGM-T-NIF(IDX-AGM) TO WS-TESTE-NIF
               PERFORM VER-NIF
               IF (WS-PERTENCE = "S") THEN
                   PERFORM LINHAS-CONTA-AGUA
               END-IF
           END-PERFORM.
           PERFORM FECHO-SECCAO.

       LINHAS-CONTA-AGUA.
           ADD 1 TO WS-QTD-SECCAO.
           MOVE SPACES TO REL-LINHA.
           STRING "  CONTA " AGM-T-CONTA(IDX-AGM) " CLASSE "
               AGM-T-CLASSE(IDX-AGM) " ESTADO " AGM-T-ESTADO(IDX-AGM)
               " NOME " AGM-T-NOME(IDX-AGM)
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "    MORADA " AGM-T-MORADA(IDX-AGM)
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "    IBAN " AGM-T-IBAN(IDX-AGM) " DEBITO DIRETO "
               AGM-T-DEBITO-DIRETO(IDX-AGM) " MANDATO "
               AGM-T-DATA-MANDATO(IDX-AGM)
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 0 TO WS-CT-ACHADA.
           PERFORM VARYING IDX-CT FROM 1 BY 1 UNTIL IDX-CT > WS-NUM-CT
               IF (WS-CT-CONTA(IDX-CT) = AGM-T-CONTA(IDX-AGM)) THEN
                   MOVE IDX-CT TO WS-CT-ACHADA
               END-IF
           END-PERFORM.
           IF (WS-CT-ACHADA > 0) THEN
               MOVE WS-CT-DIVIDA(WS-CT-ACHADA) TO WS-FORMAT
               MOVE SPACES TO REL-LINHA
               STRING "    FATURAS (CONSERVADAS) "
                   WS-CT-FATURAS(WS-CT-ACHADA) "  EM DIVIDA "
                   WS-FORMAT DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               ADD WS-CT-FATURAS(WS-CT-ACHADA) TO WS-QTD-DOCUMENTOS
               ADD WS-CT-FATURAS(WS-CT-ACHADA) TO WS-TOTAL-REGISTOS
           END-IF.

       IMPRIMIR-OCUPACOES.
           PERFORM CABECALHO-SECCAO.
           MOVE "--- AGUA - OCUPACOES (OCUPACOES-AGUA.DAT)"
               TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING IDX-OCP FROM 1 BY 1
               UNTIL IDX-OCP > WS-NUM-OCUPACOES
               MOVE OCP-T-NIF(IDX-OCP) TO WS-TESTE-NIF
               PERFORM VER-NIF
               IF (WS-PERTENCE = "S") THEN
                   ADD 1 TO WS-QTD-SECCAO
                   MOVE OCP-T-DIVIDA(IDX-OCP) TO WS-FORMAT
                   MOVE SPACES TO REL-LINHA
                   STRING "  CONTA " OCP-T-CONTA(IDX-OCP)
                       " DE " OCP-T-DATA-INICIO(IDX-OCP)
                       " A " OCP-T-DATA-FIM(IDX-OCP)
                       " NOME " OCP-T-NOME(IDX-OCP)
                       DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
                   MOVE SPACES TO REL-LINHA
                   STRING "    IBAN " OCP-T-IBAN(IDX-OCP)
                       " DIVIDA " WS-FORMAT
                       DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.
           PERFORM FECHO-SECCAO.

       IMPRIMIR-VEICULOS.
           PERFORM CABECALHO-SECCAO.
           MOVE "--- RADARES - VEICULOS E PROPRIETARIOS (VEICULOS.DAT)"
               TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING IDX-VEI FROM 1 BY 1
               UNTIL IDX-VEI > WS-NUM-VEICULOS
               MOVE VEI-T-PLACA(IDX-VEI) TO WS-TESTE-PLACA
               PERFORM VER-PLACA
               IF (WS-PERTENCE = "S") THEN
                   ADD 1 TO WS-QTD-SECCAO
                   MOVE SPACES TO REL-LINHA
                   STRING "  " VEI-T-PLACA(IDX-VEI) " "
                       VEI-T-PROPRIETARIO(IDX-VEI)
                       DELIMITED BY SIZE INTO REL-LINHA
                   IF (VEI-T-PLACA(IDX-VEI) NOT = WS-PESQ-PLACA) THEN
                       MOVE "(PELO NOME)" TO REL-LINHA(45:11)
                   END-IF
                   WRITE REL-LINHA
                   MOVE SPACES TO REL-LINHA
                   STRING "    MORADA " VEI-T-MORADA(IDX-VEI)
                       DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.
           PERFORM FECHO-SECCAO.

       IMPRIMIR-MULTAS.
           PERFORM CABECALHO-SECCAO.
           MOVE "--- RADARES - MULTAS (MULTAS.DAT) - CONSERVADAS"
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO WS-MULTAS-STATUS.
           OPEN INPUT FICHEIRO-MULTAS.
           IF (WS-MULTAS-STATUS = "00") THEN
               PERFORM UNTIL WS-MULTAS-STATUS = "10"
                   READ FICHEIRO-MULTAS NEXT
                       AT END MOVE "10" TO WS-MULTAS-STATUS
                       NOT AT END
                           MOVE MUL-CONDUTOR TO WS-TESTE-CARTA
                           PERFORM VER-CARTA
                           IF (WS-PERTENCE = "N") THEN
                               MOVE MUL-PLACA TO WS-TESTE-PLACA
                               PERFORM VER-PLACA
                           END-IF
                           IF (WS-PERTENCE = "S") THEN
                               PERFORM LINHA-MULTA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-MULTAS.
           ADD WS-QTD-SECCAO TO WS-QTD-DOCUMENTOS.
           PERFORM FECHO-SECCAO.

       LINHA-MULTA.
           ADD 1 TO WS-QTD-SECCAO.
           MOVE MUL-VALOR TO WS-FORMAT.
           MOVE SPACES TO REL-LINHA.
           STRING "  " MUL-DATA " CONDUTOR " MUL-CONDUTOR " "
               MUL-PLACA " VALOR " WS-FORMAT " PAGO " MUL-PAGO
               " PONTOS " MUL-PONTOS DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIMIR-IDENTIFICACOES.
           PERFORM CABECALHO-SECCAO.
           MOVE "--- RADARES - IDENTIFICACAO DE CONDUTOR"
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "    (IDENTIFICACOES.DAT) - CONSERVADAS" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO WS-IDENTIFICACOES-STATUS.
           OPEN INPUT FICHEIRO-IDENTIFICACOES.
           IF (WS-IDENTIFICACOES-STATUS = "00") THEN
               PERFORM UNTIL WS-IDENTIFICACOES-STATUS = "10"
                   READ FICHEIRO-IDENTIFICACOES
                       AT END MOVE "10" TO WS-IDENTIFICACOES-STATUS
                       NOT AT END
                           MOVE IDT-CARTA TO WS-TESTE-CARTA
                           PERFORM VER-CARTA
                           IF (WS-PERTENCE = "N") THEN
                               MOVE IDT-PLACA TO WS-TESTE-PLACA
                               PERFORM VER-PLACA
                           END-IF
                           IF (WS-PERTENCE = "S") THEN
                               PERFORM LINHA-IDENTIFICACAO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-IDENTIFICACOES.
           ADD WS-QTD-SECCAO TO WS-QTD-DOCUMENTOS.
           PERFORM FECHO-SECCAO.

       LINHA-IDENTIFICACAO.
           ADD 1 TO WS-QTD-SECCAO.
           MOVE SPACES TO REL-LINHA.
           STRING "  " IDT-PLACA " MULTA DE " IDT-DATA-MULTA
               " ESTADO " IDT-ESTADO " CONDUTOR " IDT-CARTA " "
               IDT-NOME DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

      * Direito ao apagamento: imprime primeiro o relatorio (copia do
      * que existia), pede confirmacao e autorizacao e anonimiza
      * ficha a ficha o que nao tem de ser mantido; o que fica retido
      * aparece no ecra com o motivo.
       APAGAR-TITULAR.
           PERFORM LER-PESQUISA THRU FIM-LER-PESQUISA.
           IF (WS-PESQUISA-OK NOT = "S") THEN
               GO FIM-APAGAR-TITULAR
           END-IF.
           PERFORM RECOLHER-IDENTIDADE.
           PERFORM IMPRIMIR-RELATORIO.
           DISPLAY "ENCONTRADOS " WS-TOTAL-REGISTOS " REGISTOS ("
               WS-QTD-DOCUMENTOS " DOCUMENTOS CONSERVADOS) - VER"
               " DADOS-TITULAR.TXT.".
           IF (WS-TOTAL-REGISTOS = WS-QTD-DOCUMENTOS) THEN
               DISPLAY "NAO HA FICHAS COM DADOS A APAGAR."
               GO FIM-APAGAR-TITULAR
           END-IF.
           DISPLAY "CONFIRMA O APAGAMENTO DOS DADOS DESTE TITULAR?"
               " (S/N): " WITH NO ADVANCING.
           MOVE SPACES TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF (FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S") THEN
               GO FIM-APAGAR-TITULAR
           END-IF.
           MOVE "APAGAR-RGPD" TO WS-AUT-FUNCAO.
           PERFORM VERIFICAR-AUTORIZACAO
               THRU FIM-VERIFICAR-AUTORIZACAO.
           IF (WS-AUT-OK NOT = "S") THEN
               GO FIM-APAGAR-TITULAR
           END-IF.
           MOVE "P" TO WS-RGPD-ORIGEM.
           PERFORM CARREGAR-NUMERO-RGPD.
           MOVE 0 TO WS-QTD-ANONIMIZADOS.
           MOVE 0 TO WS-QTD-ELIMINADOS.
           MOVE 0 TO WS-QTD-RETIDOS.
           PERFORM APAGAR-CLIENTE-PIZZARIA
               THRU FIM-APAGAR-CLIENTE-PIZZARIA.
           PERFORM APAGAR-RESERVAS THRU FIM-APAGAR-RESERVAS.
           PERFORM APAGAR-CLIENTE-ALUGUER
               THRU FIM-APAGAR-CLIENTE-ALUGUER.
           PERFORM APAGAR-CONTAS-AGUA THRU FIM-APAGAR-CONTAS-AGUA.
           PERFORM APAGAR-OCUPACOES THRU FIM-APAGAR-OCUPACOES.
           PERFORM APAGAR-VEICULOS THRU FIM-APAGAR-VEICULOS.
           DISPLAY "FICHAS ELIMINADAS:      " WS-QTD-ELIMINADOS.
           DISPLAY "FICHAS ANONIMIZADAS:    " WS-QTD-ANONIMIZADOS.
           DISPLAY "FICHAS RETIDAS:         " WS-QTD-RETIDOS.
           DISPLAY "DOCUMENTOS CONSERVADOS: " WS-QTD-DOCUMENTOS.
           DISPLAY "APAGAMENTOS REGISTADOS EM RGPD.LOG.".
       FIM-APAGAR-TITULAR.
           EXIT.

      * A chave de CLIENTES.DAT e o proprio telefone: a ficha
      * elimina-se (pontos e alergias incluidos) e o registo de
      * controlo desconta a contagem e os pontos. Com uma reserva
      * ainda por cumprir a ficha fica ate la.
       APAGAR-CLIENTE-PIZZARIA.
           IF (WS-NUM-ID-TEL = 0) THEN
               GO FIM-APAGAR-CLIENTE-PIZZARIA
           END-IF.
           MOVE 0 TO WS-CLI-APAGADOS.
           MOVE 0 TO WS-CLI-PONTOS-APAGADOS.
           MOVE SPACES TO WS-CLIENTES-STATUS.
           OPEN I-O FICHEIRO-CLIENTES.
           IF (WS-CLIENTES-STATUS = "35") THEN
               GO FIM-APAGAR-CLIENTE-PIZZARIA
           END-IF.
           IF (WS-CLIENTES-STATUS NOT = "00") THEN
               CLOSE FICHEIRO-CLIENTES
               DISPLAY "CLIENTES.DAT INDISPONIVEL (ESTADO "
                   WS-CLIENTES-STATUS ") - FICHA DA PIZZARIA RETIDA."
               ADD 1 TO WS-QTD-RETIDOS
               MOVE "RGPD-TITULAR" TO WS-ERRO-PROGRAMA
               MOVE "CLIENTES.DAT INDISPONIVEL P/ APAGAR" TO
                   WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               GO FIM-APAGAR-CLIENTE-PIZZARIA
           END-IF.
           PERFORM VARYING IDX-ID FROM 1 BY 1
               UNTIL IDX-ID > WS-NUM-ID-TEL
               MOVE WS-ID-TEL(IDX-ID) TO CLI-CONTATO
               READ FICHEIRO-CLIENTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM ELIMINAR-CLIENTE-PIZZARIA
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-CLIENTES.
           IF (WS-CLI-APAGADOS > 0) THEN
               PERFORM ACERTAR-CONTROLO-CLI
                   THRU FIM-ACERTAR-CONTROLO-CLI
           END-IF.
       FIM-APAGAR-CLIENTE-PIZZARIA.
           EXIT.

      * O apagamento vai para o jornal de transacoes so com a chave e
      * sem imagem anterior: a recuperacao sobre um backup volta a
      * apagar a ficha sem que os dados pessoais fiquem no jornal.
       JORNALIZAR-APAGAMENTO.
           MOVE SPACES TO WS-JRN-ANTES.
           MOVE CLI-CONTATO TO WS-JRN-CHAVE.
           MOVE "E" TO WS-JRN-OPERACAO.
           PERFORM JORNAL-CLIENTES.

       ELIMINAR-CLIENTE-PIZZARIA.
           MOVE "N" TO WS-RES-PENDENTE.
           PERFORM VARYING IDX-RES FROM 1 BY 1
               UNTIL IDX-RES > WS-NUM-RESERVAS
               IF (RES-T-CONTATO(IDX-RES) = CLI-CONTATO) AND
                  (RES-T-ESTADO(IDX-RES) = "R") AND
                  (RES-T-DATA(IDX-RES) >= WS-HOJE) THEN
                   MOVE "S" TO WS-RES-PENDENTE
               END-IF
           END-PERFORM.
           IF (WS-RES-PENDENTE = "S") THEN
               DISPLAY "FICHA DA PIZZARIA RETIDA: RESERVA POR CUMPRIR."
               ADD 1 TO WS-QTD-RETIDOS
           ELSE
               DELETE FICHEIRO-CLIENTES RECORD
                   INVALID KEY
                       DISPLAY "FICHA DA PIZZARIA NAO ELIMINADA"
                           " (ESTADO " WS-CLIENTES-STATUS ")."
                       ADD 1 TO WS-QTD-RETIDOS
                   NOT INVALID KEY
                       PERFORM JORNALIZAR-APAGAMENTO
                       ADD 1 TO WS-CLI-APAGADOS
                       ADD CLI-PONTOS TO WS-CLI-PONTOS-APAGADOS
                       ADD 1 TO WS-QTD-ELIMINADOS
                       MOVE "E" TO WS-RGPD-ACAO
                       MOVE "CLIENTES.DAT" TO WS-RGPD-FICHEIRO
                       MOVE SPACES TO WS-RGPD-REFERENCIA
                       PERFORM REGISTAR-RGPD
               END-DELETE
           END-IF.

      * CLIENTES.CTL guarda a contagem e a soma dos pontos: desconta-
      * -se o que saiu, sem recontar, para que um desvio anterior
      * continue a aparecer no T04.
       ACERTAR-CONTROLO-CLI.
           MOVE SPACES TO WS-CLI-CTL-STATUS.
           OPEN INPUT FICHEIRO-CLI-CTL.
           IF (WS-CLI-CTL-STATUS NOT = "00") THEN
               CLOSE FICHEIRO-CLI-CTL
               GO FIM-ACERTAR-CONTROLO-CLI
           END-IF.
           READ FICHEIRO-CLI-CTL
               AT END
                   CLOSE FICHEIRO-CLI-CTL
                   GO FIM-ACERTAR-CONTROLO-CLI
           END-READ.
           CLOSE FICHEIRO-CLI-CTL.
           IF (CTL-CLI-CONTAGEM > WS-CLI-APAGADOS) THEN
               SUBTRACT WS-CLI-APAGADOS FROM CTL-CLI-CONTAGEM
           ELSE
               MOVE 0 TO CTL-CLI-CONTAGEM
           END-IF.
           IF (CTL-CLI-HASH > WS-CLI-PONTOS-APAGADOS) THEN
               SUBTRACT WS-CLI-PONTOS-APAGADOS FROM CTL-CLI-HASH
           ELSE
               MOVE 0 TO CTL-CLI-HASH
           END-IF.
           OPEN OUTPUT FICHEIRO-CLI-CTL.
           WRITE REG-CLI-CTL.
           CLOSE FICHEIRO-CLI-CTL.
       FIM-ACERTAR-CONTROLO-CLI.
           EXIT.

      * Reservas: nome e telefone saem de todas, exceto das que ainda
      * estao por cumprir.
       APAGAR-RESERVAS.
           IF (WS-NUM-ID-TEL = 0) THEN
               GO FIM-APAGAR-RESERVAS
           END-IF.
           IF (WS-RES-TRUNCADA = "S") THEN
               DISPLAY "RESERVAS.DAT NAO CARREGADO POR INTEIRO -"
                   " RESERVAS RETIDAS."
               ADD 1 TO WS-QTD-RETIDOS
               GO FIM-APAGAR-RESERVAS
           END-IF.
           MOVE "N" TO WS-ALTERADO.
           PERFORM VARYING IDX-RES FROM 1 BY 1
               UNTIL IDX-RES > WS-NUM-RESERVAS
               MOVE RES-T-CONTATO(IDX-RES) TO WS-TESTE-TEL
               PERFORM VER-TELEFONE
               IF (WS-PERTENCE = "S") AND (WS-TESTE-TEL > 0) THEN
                   IF (RES-T-ESTADO(IDX-RES) = "R") AND
                      (RES-T-DATA(IDX-RES) >= WS-HOJE) THEN
                       DISPLAY "RESERVA " RES-T-NUMERO(IDX-RES)
                           " RETIDA: AINDA POR CUMPRIR."
                       ADD 1 TO WS-QTD-RETIDOS
                   ELSE
                       MOVE WS-RGPD-ANONIMO TO RES-T-NOME(IDX-RES)
                       MOVE 0 TO RES-T-CONTATO(IDX-RES)
                       MOVE "S" TO WS-ALTERADO
                       ADD 1 TO WS-QTD-ANONIMIZADOS
                       MOVE "A" TO WS-RGPD-ACAO
                       MOVE "RESERVAS.DAT" TO WS-RGPD-FICHEIRO
                       MOVE SPACES TO WS-RGPD-REFERENCIA
                       MOVE RES-T-NUMERO(IDX-RES) TO WS-RGPD-REFERENCIA
                       PERFORM REGISTAR-RGPD
                   END-IF
               END-IF
           END-PERFORM.
           IF (WS-ALTERADO = "S") THEN
               PERFORM GRAVAR-RESERVAS
           END-IF.
       FIM-APAGAR-RESERVAS.
           EXIT.

      * Cliente do aluguer: nome, carta e validade saem; a carta da
      * lugar a um codigo RGPD unico, para a ficha continuar a ter
      * chave. Saldo em divida, bloqueio ou contrato em curso retem a
      * ficha.
       APAGAR-CLIENTE-ALUGUER.
           IF (WS-NUM-ID-CARTA = 0) THEN
               GO FIM-APAGAR-CLIENTE-ALUGUER
           END-IF.
           IF (WS-CAL-CTL-ERRO = "S") THEN
               DISPLAY "FICHA DO ALUGUER RETIDA: CONTROLO DE"
                   " CLIENTES-ALUGUER.DAT NAO CONFERE."
               ADD 1 TO WS-QTD-RETIDOS
               GO FIM-APAGAR-CLIENTE-ALUGUER
           END-IF.
           MOVE "N" TO WS-ALTERADO.
           PERFORM VARYING IDX-CAL FROM 1 BY 1
               UNTIL IDX-CAL > WS-NUM-CLIENTES-ALG
               MOVE CAL-T-CARTA(IDX-CAL) TO WS-TESTE-CARTA
               PERFORM VER-CARTA
               IF (WS-PERTENCE = "S") THEN
                   PERFORM ANONIMIZAR-CLIENTE-ALUGUER
               END-IF
           END-PERFORM.
           IF (WS-ALTERADO = "S") THEN
               PERFORM GRAVAR-CLIENTES-ALUGUER
           END-IF.
       FIM-APAGAR-CLIENTE-ALUGUER.
           EXIT.

       ANONIMIZAR-CLIENTE-ALUGUER.
           MOVE SPACES TO WS-MOTIVO-RETENCAO.
           IF (CAL-T-SALDO-DEVIDO(IDX-CAL) > 0) THEN
               MOVE "SALDO EM DIVIDA" TO WS-MOTIVO-RETENCAO
           END-IF.
           IF (CAL-T-BLOQUEADO(IDX-CAL) = "S") THEN
               MOVE "CLIENTE BLOQUEADO" TO WS-MOTIVO-RETENCAO
           END-IF.
           IF (WS-CTR-ABERTOS > 0) THEN
               MOVE "CONTRATO EM CURSO" TO WS-MOTIVO-RETENCAO
           END-IF.
           IF (WS-MOTIVO-RETENCAO NOT = SPACES) THEN
               DISPLAY "FICHA DO ALUGUER RETIDA: " WS-MOTIVO-RETENCAO
               ADD 1 TO WS-QTD-RETIDOS
           ELSE
               MOVE WS-RGPD-NUMERO TO WS-RGPD-SEGUINTE
               ADD 1 TO WS-RGPD-SEGUINTE
               MOVE WS-RGPD-SEGUINTE TO WS-RGPD-COD-NUM
               MOVE WS-RGPD-CODIGO TO CAL-T-CARTA(IDX-CAL)
               MOVE WS-RGPD-ANONIMO TO CAL-T-NOME(IDX-CAL)
               MOVE 0 TO CAL-T-VALIDADE(IDX-CAL)
               MOVE SPACES TO CAL-T-MOTIVO(IDX-CAL)
               MOVE "S" TO WS-ALTERADO
               ADD 1 TO WS-QTD-ANONIMIZADOS
               MOVE "A" TO WS-RGPD-ACAO
               MOVE "CLIENTES-ALUGUER.DAT" TO WS-RGPD-FICHEIRO
               MOVE WS-RGPD-CODIGO TO WS-RGPD-REFERENCIA
               PERFORM REGISTAR-RGPD
           END-IF.

      * Conta da agua: so a conta desocupada e sem faturas por pagar
      * perde o titular (nome, NIF, IBAN e mandato); a morada e a do
      * contador e fica.
       APAGAR-CONTAS-AGUA.
           IF (WS-NUM-ID-NIF = 0) THEN
               GO FIM-APAGAR-CONTAS-AGUA
           END-IF.
           MOVE "N" TO WS-ALTERADO.
           PERFORM VARYING IDX-AGM FROM 1 BY 1
               UNTIL IDX-AGM > WS-NUM-AGUA-MESTRE
               MOVE AGM-T-NIF(IDX-AGM) TO WS-TESTE-NIF
               PERFORM VER-NIF
               IF (WS-PERTENCE = "S") THEN
                   PERFORM ANONIMIZAR-CONTA-AGUA
               END-IF
           END-PERFORM.
           IF (WS-ALTERADO = "S") THEN
               PERFORM GRAVAR-AGUA-MESTRE
           END-IF.
       FIM-APAGAR-CONTAS-AGUA.
           EXIT.

       ANONIMIZAR-CONTA-AGUA.
           MOVE SPACES TO WS-MOTIVO-RETENCAO.
           IF (AGM-T-ESTADO(IDX-AGM) NOT = "V") THEN
               MOVE "FORNECIMENTO EM VIGOR" TO WS-MOTIVO-RETENCAO
           END-IF.
           PERFORM VARYING IDX-CT FROM 1 BY 1 UNTIL IDX-CT > WS-NUM-CT
               IF (WS-CT-CONTA(IDX-CT) = AGM-T-CONTA(IDX-AGM)) AND
                  (WS-CT-DIVIDA(IDX-CT) > 0) THEN
                   MOVE "FATURAS POR PAGAR" TO WS-MOTIVO-RETENCAO
               END-IF
           END-PERFORM.
           IF (WS-MOTIVO-RETENCAO NOT = SPACES) THEN
               DISPLAY "CONTA DA AGUA " AGM-T-CONTA(IDX-AGM)
                   " RETIDA: " WS-MOTIVO-RETENCAO
               ADD 1 TO WS-QTD-RETIDOS
           ELSE
               MOVE WS-RGPD-ANONIMO TO AGM-T-NOME(IDX-AGM)
               MOVE 0 TO AGM-T-NIF(IDX-AGM)
               MOVE SPACES TO AGM-T-IBAN(IDX-AGM)
               MOVE 0 TO AGM-T-DATA-MANDATO(IDX-AGM)
               MOVE "N" TO AGM-T-DEBITO-DIRETO(IDX-AGM)
               MOVE SPACES TO AGM-T-CREDITO-DESTINO(IDX-AGM)
               MOVE "S" TO WS-ALTERADO
               ADD 1 TO WS-QTD-ANONIMIZADOS
               MOVE "A" TO WS-RGPD-ACAO
               MOVE "AGUA-MESTRE.DAT" TO WS-RGPD-FICHEIRO
               MOVE AGM-T-CONTA(IDX-AGM) TO WS-RGPD-REFERENCIA
               PERFORM REGISTAR-RGPD
           END-IF.

      * Ocupacoes antigas: so as ja terminadas e sem divida
      * transferida.
       APAGAR-OCUPACOES.
           IF (WS-NUM-ID-NIF = 0) THEN
               GO FIM-APAGAR-OCUPACOES
           END-IF.
           IF (WS-OCP-TRUNCADA = "S") THEN
               DISPLAY "OCUPACOES-AGUA.DAT NAO CARREGADO POR INTEIRO -"
                   " OCUPACOES RETIDAS."
               ADD 1 TO WS-QTD-RETIDOS
               GO FIM-APAGAR-OCUPACOES
           END-IF.
           MOVE "N" TO WS-ALTERADO.
           PERFORM VARYING IDX-OCP FROM 1 BY 1
               UNTIL IDX-OCP > WS-NUM-OCUPACOES
               MOVE OCP-T-NIF(IDX-OCP) TO WS-TESTE-NIF
               PERFORM VER-NIF
               IF (WS-PERTENCE = "S") THEN
                   IF (OCP-T-DATA-FIM(IDX-OCP) = 0) OR
                      (OCP-T-DIVIDA(IDX-OCP) > 0) THEN
                       DISPLAY "OCUPACAO DA CONTA " OCP-T-CONTA(IDX-OCP)
                           " RETIDA: EM CURSO OU COM DIVIDA."
                       ADD 1 TO WS-QTD-RETIDOS
                   ELSE
                       MOVE WS-RGPD-ANONIMO TO OCP-T-NOME(IDX-OCP)
                       MOVE 0 TO OCP-T-NIF(IDX-OCP)
                       MOVE SPACES TO OCP-T-IBAN(IDX-OCP)
                       MOVE "S" TO WS-ALTERADO
                       ADD 1 TO WS-QTD-ANONIMIZADOS
                       MOVE "A" TO WS-RGPD-ACAO
                       MOVE "OCUPACOES-AGUA.DAT" TO WS-RGPD-FICHEIRO
                       MOVE OCP-T-CONTA(IDX-OCP) TO WS-RGPD-REFERENCIA
                       PERFORM REGISTAR-RGPD
                   END-IF
               END-IF
           END-PERFORM.
           IF (WS-ALTERADO = "S") THEN
               PERFORM GRAVAR-OCUPACOES
           END-IF.
       FIM-APAGAR-OCUPACOES.
           EXIT.

      * Veiculos: o que so coincide pelo nome e confirmado pelo
      * operador; multa por pagar ou identificacao de condutor
      * pendente retem o proprietario.
       APAGAR-VEICULOS.
           IF (WS-NUM-ID-PLACA = 0) THEN
               GO FIM-APAGAR-VEICULOS
           END-IF.
           IF (WS-VEI-TRUNCADA = "S") THEN
               DISPLAY "VEICULOS.DAT NAO CARREGADO POR INTEIRO -"
                   " VEICULOS RETIDOS."
               ADD 1 TO WS-QTD-RETIDOS
               GO FIM-APAGAR-VEICULOS
           END-IF.
           MOVE "N" TO WS-ALTERADO.
           PERFORM VARYING IDX-VEI FROM 1 BY 1
               UNTIL IDX-VEI > WS-NUM-VEICULOS
               MOVE VEI-T-PLACA(IDX-VEI) TO WS-TESTE-PLACA
               PERFORM VER-PLACA
               IF (WS-PERTENCE = "S") THEN
                   PERFORM ANONIMIZAR-VEICULO
                       THRU FIM-ANONIMIZAR-VEICULO
               END-IF
           END-PERFORM.
           IF (WS-ALTERADO = "S") THEN
               PERFORM GRAVAR-VEICULOS
           END-IF.
       FIM-APAGAR-VEICULOS.
           EXIT.

       ANONIMIZAR-VEICULO.
           IF (VEI-T-PLACA(IDX-VEI) NOT = WS-PESQ-PLACA) THEN
               DISPLAY "VEICULO " VEI-T-PLACA(IDX-VEI) " DE "
                   VEI-T-PROPRIETARIO(IDX-VEI)
               DISPLAY "COINCIDE SO PELO NOME - E DO TITULAR? (S/N): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF (FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S") THEN
                   GO FIM-ANONIMIZAR-VEICULO
               END-IF
           END-IF.
           PERFORM CONTAR-PROCESSOS-PLACA.
           IF (WS-VEI-PROCESSOS > 0) THEN
               DISPLAY "VEICULO " VEI-T-PLACA(IDX-VEI) " RETIDO: "
                   WS-VEI-PROCESSOS " MULTA(S) OU IDENTIFICACAO(OES)"
                   " EM ABERTO."
               ADD 1 TO WS-QTD-RETIDOS
               GO FIM-ANONIMIZAR-VEICULO
           END-IF.
           MOVE WS-RGPD-ANONIMO TO VEI-T-PROPRIETARIO(IDX-VEI).
           MOVE SPACES TO VEI-T-MORADA(IDX-VEI).
           MOVE "S" TO WS-ALTERADO.
           ADD 1 TO WS-QTD-ANONIMIZADOS.
           MOVE "A" TO WS-RGPD-ACAO.
           MOVE "VEICULOS.DAT" TO WS-RGPD-FICHEIRO.
           MOVE VEI-T-PLACA(IDX-VEI) TO WS-RGPD-REFERENCIA.
           PERFORM REGISTAR-RGPD.
       FIM-ANONIMIZAR-VEICULO.
           EXIT.

      * Multas por pagar e pedidos de identificacao pendentes da
      * matricula VEI-T-PLACA(IDX-VEI).
       CONTAR-PROCESSOS-PLACA.
           MOVE 0 TO WS-VEI-PROCESSOS.
           MOVE SPACES TO WS-MULTAS-STATUS.
           OPEN INPUT FICHEIRO-MULTAS.
           IF (WS-MULTAS-STATUS = "00") THEN
               PERFORM UNTIL WS-MULTAS-STATUS = "10"
                   READ FICHEIRO-MULTAS NEXT
                       AT END MOVE "10" TO WS-MULTAS-STATUS
                       NOT AT END
                           IF (MUL-PLACA = VEI-T-PLACA(IDX-VEI)) AND
                              (MUL-PAGO NOT = "S") THEN
                               ADD 1 TO WS-VEI-PROCESSOS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-MULTAS.
           MOVE SPACES TO WS-IDENTIFICACOES-STATUS.
           OPEN INPUT FICHEIRO-IDENTIFICACOES.
           IF (WS-IDENTIFICACOES-STATUS = "00") THEN
               PERFORM UNTIL WS-IDENTIFICACOES-STATUS = "10"
                   READ FICHEIRO-IDENTIFICACOES
                       AT END MOVE "10" TO WS-IDENTIFICACOES-STATUS
                       NOT AT END
                           IF (IDT-PLACA = VEI-T-PLACA(IDX-VEI)) AND
                              (IDT-ESTADO = "P") THEN
                               ADD 1 TO WS-VEI-PROCESSOS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-IDENTIFICACOES.

       COPY "RESERVAS-PROC.cpy".

       COPY "CLIENTES-ALUGUER-PROC.cpy".

       COPY "AGUA-MESTRE-PROC.cpy".

       COPY "OCUPACOES-AGUA-PROC.cpy".

       COPY "VEICULOS-PROC.cpy".

       COPY "ALERGENOS-PROC.cpy".

       COPY "NIF-PROC.cpy".

       COPY "RGPD-LOG-PROC.cpy".

       COPY "DATA-SISTEMA-PROC.cpy".

       COPY "ERRO-LOG-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       COPY "AUTORIZA-PROC.cpy".

       COPY "JORNAL-CLIENTES-PROC.cpy".

       END PROGRAM RGPD-TITULAR.
