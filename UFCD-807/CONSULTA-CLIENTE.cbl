      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consulta unica de cliente para o balcao - a partir do
      *          NIF, do telefone ou do nome junta o que os quatro
      *          negocios tem sobre a pessoa: ficha, pontos e ultimos
      *          pedidos da pizzaria (CLIENTES.DAT e PEDIDOS.DAT),
      *          ficha, saldo e contratos do aluguer
      *          (CLIENTES-ALUGUER.DAT e CONTRATOS.DAT), contas e
      *          divida da agua (AGUA-MESTRE.DAT, AGUA-CONTAS.DAT e
      *          OCUPACOES-AGUA.DAT) e multas por pagar e pontos da
      *          carta (MULTAS.DAT e PRESTACOES.DAT). Termina com o
      *          total que a pessoa deve a todos os negocios.
      *          So consulta: nao altera nenhum ficheiro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-CLIENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTES-SELECT.cpy".
           COPY "PEDIDOS-SELECT.cpy".
           COPY "CLIENTES-ALUGUER-SELECT.cpy".
           COPY "CONTRATOS-SELECT.cpy".
           COPY "AGUA-MESTRE-SELECT.cpy".
           COPY "AGUA-SELECT.cpy".
           COPY "OCUPACOES-AGUA-SELECT.cpy".
           COPY "VEICULOS-SELECT.cpy".
           COPY "MULTAS-SELECT.cpy".
           COPY "PRESTACOES-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "CLIENTES-FD.cpy".
           COPY "PEDIDOS-FD.cpy".
           COPY "CLIENTES-ALUGUER-FD.cpy".
           COPY "CONTRATOS-FD.cpy".
           COPY "AGUA-MESTRE-FD.cpy".
           COPY "AGUA-FD.cpy".
           COPY "OCUPACOES-AGUA-FD.cpy".
           COPY "VEICULOS-FD.cpy".
           COPY "MULTAS-FD.cpy".
           COPY "PRESTACOES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 WS-CLIENTES-STATUS     PIC XX VALUES SPACES.
       77 WS-PEDIDOS-STATUS      PIC XX VALUES SPACES.
       77 WS-AGUA-STATUS         PIC XX VALUES SPACES.
       77 WS-MULTAS-STATUS       PIC XX VALUES SPACES.
       77 WS-PRESTACOES-STATUS   PIC XX VALUES SPACES.
       COPY "JORNAL-WS.cpy".
       COPY "CLIENTES-ALUGUER-WS.cpy".
       COPY "CONTRATOS-WS.cpy".
       COPY "AGUA-MESTRE-WS.cpy".
       COPY "OCUPACOES-AGUA-WS.cpy".
       COPY "VEICULOS-WS.cpy".
       COPY "NIF-WS.cpy".
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 3.
       77 WS-TECLA               PIC X(01) VALUES SPACES.
      * Chave de pesquisa dada pelo operador.
       77 WS-PESQUISA-OK         PIC A VALUES "N".
       77 WS-PESQ-NIF            PIC 9(09) VALUES 0.
       77 WS-PESQ-TELEFONE       PIC 9(09) VALUES 0.
       77 WS-PESQ-NOME           PIC X(30) VALUES SPACES.
       77 CARTA-CONDUCAO         PIC X(09) VALUES SPACES.
       77 WS-TAM-PESQ            PIC 9(02) VALUES 0.
       77 WS-NOME-MAIUSC         PIC X(30) VALUES SPACES.
       77 WS-OCORRENCIAS         PIC 9(03) VALUES 0.
      * Nomes que contem o texto pesquisado; com mais de um o
      * operador escolhe a pessoa.
       77 WS-NUM-CANDIDATOS      PIC 9(02) VALUES 0.
       77 IDX-CAND               PIC 9(02) VALUES 0.
       77 WS-CAND-ACHADO         PIC 9(02) VALUES 0.
       77 WS-ESCOLHA             PIC 9(02) VALUES 0.
       01 TABELA-CANDIDATOS.
           05 WS-CANDIDATO OCCURS 15 TIMES PIC X(30).
      * Identificadores da pessoa: partem da chave dada e crescem com
      * o que os pedidos e os contratos ligam (telefone e NIF de um
      * pedido, carta e NIF de um contrato), como no relatorio de
      * acesso do RGPD-TITULAR.
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
       77 WS-ID-NOVOS            PIC 9(03) VALUES 0.
       77 WS-PASSAGENS           PIC 9(01) VALUES 0.
       77 WS-PERTENCE            PIC A VALUES "N".
       77 WS-DO-TITULAR          PIC A VALUES "N".
       77 WS-TESTE-NIF           PIC 9(09) VALUES 0.
       77 WS-TESTE-TEL           PIC 9(09) VALUES 0.
       77 WS-TESTE-CARTA         PIC X(09) VALUES SPACES.
       77 WS-TESTE-NOME          PIC X(30) VALUES SPACES.
       77 WS-TESTE-PLACA         PIC X(08) VALUES SPACES.
      * Pizzaria: pontos e os ultimos cinco pedidos.
       77 WS-PIZ-FICHAS          PIC 9(02) VALUES 0.
       77 WS-PIZ-PONTOS          PIC 9(07) VALUES 0.
       77 WS-PIZ-PEDIDOS         PIC 9(05) VALUES 0.
       77 WS-PIZ-GASTO           PIC 9(09)V99 VALUES 0.
       77 WS-NUM-ULTIMOS         PIC 9(01) VALUES 0.
       77 IDX-ULT                PIC 9(01) VALUES 0.
       01 TABELA-ULTIMOS.
           05 ULT-ITEM OCCURS 5 TIMES.
               10 ULT-DATA           PIC X(10).
               10 ULT-NUMERO         PIC 9(04).
               10 ULT-VALOR          PIC 9(06)V99.
               10 ULT-ESTADO         PIC X(01).
      * Aluguer: contratos em curso e os ultimos tres fechados.
       77 WS-ALG-FICHAS          PIC 9(02) VALUES 0.
       77 WS-CTR-ABERTOS         PIC 9(03) VALUES 0.
       77 WS-CTR-FECHADOS        PIC 9(05) VALUES 0.
       77 WS-NUM-FECHADOS        PIC 9(01) VALUES 0.
       77 IDX-FEC                PIC 9(01) VALUES 0.
       01 TABELA-FECHADOS.
           05 FEC-ITEM OCCURS 3 TIMES.
               10 FEC-NUM            PIC 9(04).
               10 FEC-INICIO         PIC 9(08).
               10 FEC-DEVOLUCAO      PIC 9(08).
               10 FEC-PLACA          PIC X(08).
      * Agua: contas do titular, com as faturas por pagar que
      * AGUA-CONTAS.DAT lhes atribui.
       01 WS-CONTAS-TITULAR.
           05 WS-NUM-CT          PIC 9(02).
           05 WS-CT-ITEM OCCURS 10 TIMES.
               10 WS-CT-CONTA    PIC X(10).
               10 WS-CT-POR-PAGAR PIC 9(04).
               10 WS-CT-DIVIDA   PIC 9(07)V99.
       77 IDX-CT                 PIC 9(02) VALUES 0.
       77 WS-CT-ACHADA           PIC 9(02) VALUES 0.
       77 WS-DIVIDA-FATURA       PIC 9(07)V99 VALUES 0.
       77 WS-AGUA-CONTAS-LIDAS   PIC A VALUES "N".
      * Multas: prestacoes dos planos de pagamento.
       77 WS-NUM-PRESTACOES      PIC 9(03) VALUES 0.
       77 IDX-PRE                PIC 9(03) VALUES 0.
       01 TABELA-PRESTACOES.
           05 PRE-ITEM OCCURS 300 TIMES.
               10 PRE-T-CONDUTOR     PIC X(10).
               10 PRE-T-DATA-MULTA   PIC 9(08).
               10 PRE-T-VALOR        PIC 9(06)V99.
               10 PRE-T-DATA-PAGO    PIC 9(08).
       77 WS-EM-PRESTACOES       PIC A VALUES "N".
       77 WS-MUL-EM-FALTA        PIC 9(07)V99 VALUES 0.
       77 WS-MUL-POR-PAGAR       PIC 9(03) VALUES 0.
       77 WS-MUL-PONTOS          PIC 9(03) VALUES 0.
       77 WS-PELA-CARTA          PIC A VALUES "N".
      * Divida por negocio e total.
       77 WS-DEVE-ALUGUER        PIC 9(09)V99 VALUES 0.
       77 WS-DEVE-AGUA           PIC 9(09)V99 VALUES 0.
       77 WS-DEVE-MULTAS         PIC 9(09)V99 VALUES 0.
       77 WS-DEVE-TOTAL          PIC 9(09)V99 VALUES 0.
       77 WS-ESTADO-DESC         PIC X(12) VALUES SPACES.
       77 WS-FORMAT              PIC Z(6)9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-CLIENTES-ALUGUER.
           PERFORM CARREGAR-AGUA-MESTRE.
           PERFORM CARREGAR-OCUPACOES.
           PERFORM CARREGAR-VEICULOS.
           PERFORM CARREGAR-PRESTACOES-MULTAS.
       MENU-CONSULTA.
           DISPLAY "=== CONSULTA DE CLIENTE ===".
           DISPLAY "1 - PESQUISAR POR NIF".
           DISPLAY "2 - PESQUISAR POR TELEFONE".
           DISPLAY "3 - PESQUISAR POR NOME".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-CONSULTA
           END-IF.
           IF (WS-OPCAO = 0) THEN
               STOP RUN
           END-IF.
           PERFORM LER-PESQUISA THRU FIM-LER-PESQUISA.
           IF (WS-PESQUISA-OK = "S") THEN
               PERFORM RECOLHER-IDENTIDADE
               PERFORM MOSTRAR-CLIENTE
               DISPLAY "PRIMA ENTER PARA CONTINUAR."
               ACCEPT WS-TECLA
           END-IF.
           GO MENU-CONSULTA.

       LER-PESQUISA.
           MOVE "N" TO WS-PESQUISA-OK.
           INITIALIZE WS-IDENTIDADE.
           EVALUATE WS-OPCAO
               WHEN 1
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
               WHEN 2
                   DISPLAY "TELEFONE: " WITH NO ADVANCING
                   MOVE 0 TO WS-PESQ-TELEFONE
                   ACCEPT WS-PESQ-TELEFONE
                   IF (WS-PESQ-TELEFONE = 0) THEN
                       DISPLAY "TELEFONE INVALIDO!"
                       GO FIM-LER-PESQUISA
                   END-IF
                   MOVE WS-PESQ-TELEFONE TO WS-TESTE-TEL
                   PERFORM JUNTAR-TELEFONE
               WHEN 3
                   PERFORM ESCOLHER-NOME THRU FIM-ESCOLHER-NOME
                   IF (WS-NUM-ID-NOME = 0) THEN
                       GO FIM-LER-PESQUISA
                   END-IF
                   PERFORM SEMEAR-PELO-NOME
           END-EVALUATE.
           MOVE "S" TO WS-PESQUISA-OK.
       FIM-LER-PESQUISA.
           EXIT.

      * Pesquisa por nome: procura o texto dado (no todo ou em parte)
      * nos nomes das fichas da pizzaria, do aluguer e da agua e nos
      * contratos; o operador escolhe entre os nomes encontrados.
       ESCOLHER-NOME.
           DISPLAY "NOME (OU PARTE DO NOME): " WITH NO ADVANCING.
           MOVE SPACES TO WS-PESQ-NOME.
           ACCEPT WS-PESQ-NOME.
           MOVE FUNCTION UPPER-CASE(WS-PESQ-NOME) TO WS-PESQ-NOME.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PESQ-NOME))
               TO WS-TAM-PESQ.
           IF (WS-PESQ-NOME = SPACES) OR (WS-TAM-PESQ < 3) THEN
               DISPLAY "INDIQUE PELO MENOS 3 LETRAS DO NOME!"
               GO FIM-ESCOLHER-NOME
           END-IF.
           MOVE 0 TO WS-NUM-CANDIDATOS.
           MOVE SPACES TO WS-CLIENTES-STATUS.
           OPEN INPUT FICHEIRO-CLIENTES.
           IF (WS-CLIENTES-STATUS = "00") THEN
               PERFORM UNTIL WS-CLIENTES-STATUS = "10"
                   READ FICHEIRO-CLIENTES NEXT
                       AT END MOVE "10" TO WS-CLIENTES-STATUS
                       NOT AT END
                           MOVE CLI-NOME TO WS-TESTE-NOME
                           PERFORM JUNTAR-CANDIDATO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-CLIENTES.
           PERFORM VARYING IDX-CAL FROM 1 BY 1
               UNTIL IDX-CAL > WS-NUM-CLIENTES-ALG
               MOVE CAL-T-NOME(IDX-CAL) TO WS-TESTE-NOME
               PERFORM JUNTAR-CANDIDATO
           END-PERFORM.
           PERFORM VARYING IDX-AGM FROM 1 BY 1
               UNTIL IDX-AGM > WS-NUM-AGUA-MESTRE
               MOVE AGM-T-NOME(IDX-AGM) TO WS-TESTE-NOME
               PERFORM JUNTAR-CANDIDATO
           END-PERFORM.
           PERFORM VARYING IDX-OCP FROM 1 BY 1
               UNTIL IDX-OCP > WS-NUM-OCUPACOES
               MOVE OCP-T-NOME(IDX-OCP) TO WS-TESTE-NOME
               PERFORM JUNTAR-CANDIDATO
           END-PERFORM.
           MOVE SPACES TO WS-CONTRATOS-STATUS.
           OPEN INPUT FICHEIRO-CONTRATOS.
           IF (WS-CONTRATOS-STATUS = "00") THEN
               PERFORM UNTIL WS-CONTRATOS-STATUS = "10"
                   READ FICHEIRO-CONTRATOS NEXT
                       AT END MOVE "10" TO WS-CONTRATOS-STATUS
                       NOT AT END
                           MOVE CTR-CLIENTE TO WS-TESTE-NOME
                           PERFORM JUNTAR-CANDIDATO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-CONTRATOS.
           IF (WS-NUM-CANDIDATOS = 0) THEN
               DISPLAY "NENHUM CLIENTE COM ESSE NOME."
               GO FIM-ESCOLHER-NOME
           END-IF.
           MOVE 1 TO WS-ESCOLHA.
           IF (WS-NUM-CANDIDATOS > 1) THEN
               PERFORM VARYING IDX-CAND FROM 1 BY 1
                   UNTIL IDX-CAND > WS-NUM-CANDIDATOS
                   DISPLAY IDX-CAND " - " WS-CANDIDATO(IDX-CAND)
               END-PERFORM
               IF (WS-NUM-CANDIDATOS = 15) THEN
                   DISPLAY "(HA MAIS NOMES - PRECISE A PESQUISA)"
               END-IF
               DISPLAY "ESCOLHA (0 = CANCELAR): " WITH NO ADVANCING
               MOVE 0 TO WS-ESCOLHA
               ACCEPT WS-ESCOLHA
               IF (WS-ESCOLHA = 0) OR
                  (WS-ESCOLHA > WS-NUM-CANDIDATOS) THEN
                   GO FIM-ESCOLHER-NOME
               END-IF
           END-IF.
           MOVE WS-CANDIDATO(WS-ESCOLHA) TO WS-TESTE-NOME.
           PERFORM JUNTAR-NOME.
       FIM-ESCOLHER-NOME.
           EXIT.

       JUNTAR-CANDIDATO.
           IF (WS-TESTE-NOME NOT = SPACES) THEN
               MOVE FUNCTION UPPER-CASE(WS-TESTE-NOME)
                   TO WS-NOME-MAIUSC
               MOVE 0 TO WS-OCORRENCIAS
               INSPECT WS-NOME-MAIUSC TALLYING WS-OCORRENCIAS
                   FOR ALL WS-PESQ-NOME(1:WS-TAM-PESQ)
               IF (WS-OCORRENCIAS > 0) THEN
                   MOVE 0 TO WS-CAND-ACHADO
                   PERFORM VARYING IDX-CAND FROM 1 BY 1
                       UNTIL IDX-CAND > WS-NUM-CANDIDATOS
                       IF (WS-CANDIDATO(IDX-CAND) = WS-TESTE-NOME)
                           MOVE IDX-CAND TO WS-CAND-ACHADO
                       END-IF
                   END-PERFORM
                   IF (WS-CAND-ACHADO = 0) AND
                      (WS-NUM-CANDIDATOS < 15) THEN
                       ADD 1 TO WS-NUM-CANDIDATOS
                       MOVE WS-TESTE-NOME
                           TO WS-CANDIDATO(WS-NUM-CANDIDATOS)
                   END-IF
               END-IF
           END-IF.

      * Do nome escolhido tira os identificadores das fichas com esse
      * nome: telefone da pizzaria, carta do aluguer, NIF da agua.
       SEMEAR-PELO-NOME.
           MOVE SPACES TO WS-CLIENTES-STATUS.
           OPEN INPUT FICHEIRO-CLIENTES.
           IF (WS-CLIENTES-STATUS = "00") THEN
               PERFORM UNTIL WS-CLIENTES-STATUS = "10"
                   READ FICHEIRO-CLIENTES NEXT
                       AT END MOVE "10" TO WS-CLIENTES-STATUS
                       NOT AT END
                           MOVE CLI-NOME TO WS-TESTE-NOME
                           PERFORM VER-NOME
                           IF (WS-PERTENCE = "S") THEN
                               MOVE CLI-CONTATO TO WS-TESTE-TEL
                               PERFORM JUNTAR-TELEFONE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-CLIENTES.
           PERFORM VARYING IDX-CAL FROM 1 BY 1
               UNTIL IDX-CAL > WS-NUM-CLIENTES-ALG
               MOVE CAL-T-NOME(IDX-CAL) TO WS-TESTE-NOME
               PERFORM VER-NOME
               IF (WS-PERTENCE = "S") THEN
                   MOVE CAL-T-CARTA(IDX-CAL) TO WS-TESTE-CARTA
                   PERFORM JUNTAR-CARTA
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX-AGM FROM 1 BY 1
               UNTIL IDX-AGM > WS-NUM-AGUA-MESTRE
               MOVE AGM-T-NOME(IDX-AGM) TO WS-TESTE-NOME
               PERFORM VER-NOME
               IF (WS-PERTENCE = "S") THEN
                   MOVE AGM-T-NIF(IDX-AGM) TO WS-TESTE-NIF
                   PERFORM JUNTAR-NIF
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX-OCP FROM 1 BY 1
               UNTIL IDX-OCP > WS-NUM-OCUPACOES
               MOVE OCP-T-NOME(IDX-OCP) TO WS-TESTE-NOME
               PERFORM VER-NOME
               IF (WS-PERTENCE = "S") THEN
                   MOVE OCP-T-NIF(IDX-OCP) TO WS-TESTE-NIF
                   PERFORM JUNTAR-NIF
               END-IF
           END-PERFORM.

      * Alarga os identificadores ate deixarem de aparecer novos (no
      * maximo tres passagens pelos pedidos e pelos contratos) e tira
      * os nomes e as matriculas da pessoa.
       RECOLHER-IDENTIDADE.
           MOVE 0 TO WS-PASSAGENS.
           MOVE 1 TO WS-ID-NOVOS.
           PERFORM PASSAGEM-IDENTIDADE
               UNTIL (WS-ID-NOVOS = 0) OR (WS-PASSAGENS >= 3).
           PERFORM RECOLHER-NOMES.
           PERFORM RECOLHER-VEICULOS.

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

      * Um contrato e da pessoa pela carta do condutor principal, pelo
      * NIF ou pelo nome do cliente (so o nome escolhido na pesquisa
      * por nome e os das fichas ja ligadas).
       RECOLHER-CONTRATOS.
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
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-CONTRATOS.

       VER-CONTRATO-TITULAR.
           MOVE "N" TO WS-DO-TITULAR.
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
           IF (WS-OPCAO = 3) THEN
               MOVE CTR-CLIENTE TO WS-TESTE-NOME
               PERFORM VER-NOME
               IF (WS-PERTENCE = "S") THEN
                   MOVE "S" TO WS-DO-TITULAR
               END-IF
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

      * Matriculas dos veiculos de que a pessoa e proprietaria, para
      * as multas lidas pelo radar ainda sem condutor identificado.
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
           IF (WS-TESTE-NOME NOT = SPACES) THEN
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

      ******************************************************************
      * Ecra da consulta: uma parte por negocio e o total em divida.
      ******************************************************************
       MOSTRAR-CLIENTE.
           MOVE 0 TO WS-DEVE-ALUGUER.
           MOVE 0 TO WS-DEVE-AGUA.
           MOVE 0 TO WS-DEVE-MULTAS.
           DISPLAY " ".
           DISPLAY "================= CONSULTA DE CLIENTE "
               "=================".
           PERFORM VARYING IDX-ID FROM 1 BY 1
               UNTIL IDX-ID > WS-NUM-ID-NOME
               DISPLAY "NOME      " WS-ID-NOME(IDX-ID)
           END-PERFORM.
           PERFORM VARYING IDX-ID FROM 1 BY 1
               UNTIL IDX-ID > WS-NUM-ID-NIF
               DISPLAY "NIF       " WS-ID-NIF(IDX-ID)
           END-PERFORM.
           PERFORM VARYING IDX-ID FROM 1 BY 1
               UNTIL IDX-ID > WS-NUM-ID-TEL
               DISPLAY "TELEFONE  " WS-ID-TEL(IDX-ID)
           END-PERFORM.
           PERFORM VARYING IDX-ID FROM 1 BY 1
               UNTIL IDX-ID > WS-NUM-ID-CARTA
               DISPLAY "CARTA     " WS-ID-CARTA(IDX-ID)
           END-PERFORM.
           PERFORM MOSTRAR-PIZZARIA.
           PERFORM MOSTRAR-ALUGUER.
           PERFORM MOSTRAR-AGUA.
           PERFORM MOSTRAR-MULTAS.
           COMPUTE WS-DEVE-TOTAL = WS-DEVE-ALUGUER + WS-DEVE-AGUA +
               WS-DEVE-MULTAS.
           DISPLAY " ".
           DISPLAY "------------------- EM DIVIDA -------------------".
           MOVE WS-DEVE-ALUGUER TO WS-FORMAT.
           DISPLAY "ALUGUER                    " WS-FORMAT.
           MOVE WS-DEVE-AGUA TO WS-FORMAT.
           DISPLAY "AGUA                       " WS-FORMAT.
           MOVE WS-DEVE-MULTAS TO WS-FORMAT.
           DISPLAY "MULTAS                     " WS-FORMAT.
           MOVE WS-DEVE-TOTAL TO WS-FORMAT.
           DISPLAY "TOTAL EM DIVIDA            " WS-FORMAT.

      * Pizzaria: a ficha de cada telefone com os pontos de
      * fidelizacao e os ultimos cinco pedidos pelo telefone ou NIF.
       MOSTRAR-PIZZARIA.
           DISPLAY " ".
           DISPLAY "--- PIZZARIA ---".
           MOVE 0 TO WS-PIZ-FICHAS.
           MOVE 0 TO WS-PIZ-PONTOS.
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
                               ADD 1 TO WS-PIZ-FICHAS
                               ADD CLI-PONTOS TO WS-PIZ-PONTOS
                               DISPLAY "CLIENTE " CLI-CONTATO " "
                                   CLI-NOME " PONTOS " CLI-PONTOS
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE FICHEIRO-CLIENTES
           END-IF.
           IF (WS-PIZ-FICHAS = 0) THEN
               DISPLAY "SEM FICHA DE CLIENTE."
           ELSE
               DISPLAY "PONTOS DE FIDELIZACAO: " WS-PIZ-PONTOS
           END-IF.
           MOVE 0 TO WS-PIZ-PEDIDOS.
           MOVE 0 TO WS-PIZ-GASTO.
           MOVE 0 TO WS-NUM-ULTIMOS.
           MOVE SPACES TO WS-PEDIDOS-STATUS.
           OPEN INPUT FICHEIRO-PEDIDOS.
           IF (WS-PEDIDOS-STATUS = "00") THEN
               PERFORM UNTIL WS-PEDIDOS-STATUS = "10"
                   READ FICHEIRO-PEDIDOS
                       AT END MOVE "10" TO WS-PEDIDOS-STATUS
                       NOT AT END
                           PERFORM VER-PEDIDO-TITULAR
                           IF (WS-DO-TITULAR = "S") THEN
                               PERFORM GUARDAR-ULTIMO-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-PEDIDOS.
           MOVE WS-PIZ-GASTO TO WS-FORMAT.
           DISPLAY "PEDIDOS: " WS-PIZ-PEDIDOS "  NO VALOR DE "
               WS-FORMAT.
           PERFORM VARYING IDX-ULT FROM 1 BY 1
               UNTIL IDX-ULT > WS-NUM-ULTIMOS
               MOVE ULT-VALOR(IDX-ULT) TO WS-FORMAT
               EVALUATE ULT-ESTADO(IDX-ULT)
                   WHEN "C" MOVE "CANCELADO" TO WS-ESTADO-DESC
                   WHEN "M" MOVE "MESA ABERTA" TO WS-ESTADO-DESC
                   WHEN OTHER MOVE SPACES TO WS-ESTADO-DESC
               END-EVALUATE
               DISPLAY "  " ULT-DATA(IDX-ULT) " PEDIDO "
                   ULT-NUMERO(IDX-ULT) " " WS-FORMAT " "
                   WS-ESTADO-DESC
           END-PERFORM.

      * Guarda os cinco pedidos mais recentes (o ficheiro esta por
      * ordem de entrada).
       GUARDAR-ULTIMO-PEDIDO.
           ADD 1 TO WS-PIZ-PEDIDOS.
           IF (REG-ESTADO NOT = "C") THEN
               ADD REG-VALOR-TOTAL TO WS-PIZ-GASTO
           END-IF.
           IF (WS-NUM-ULTIMOS = 5) THEN
               PERFORM VARYING IDX-ULT FROM 1 BY 1 UNTIL IDX-ULT > 4
                   MOVE ULT-ITEM(IDX-ULT + 1) TO ULT-ITEM(IDX-ULT)
               END-PERFORM
           ELSE
               ADD 1 TO WS-NUM-ULTIMOS
           END-IF.
           MOVE REG-DATA TO ULT-DATA(WS-NUM-ULTIMOS).
           MOVE REG-NUM-PEDIDO TO ULT-NUMERO(WS-NUM-ULTIMOS).
           MOVE REG-VALOR-TOTAL TO ULT-VALOR(WS-NUM-ULTIMOS).
           MOVE REG-ESTADO TO ULT-ESTADO(WS-NUM-ULTIMOS).

      * Aluguer: a ficha de cada carta com o saldo devido, os
      * contratos em curso e os tres ultimos fechados.
       MOSTRAR-ALUGUER.
           DISPLAY " ".
           DISPLAY "--- ALUGUER DE AUTOMOVEIS ---".
           MOVE 0 TO WS-ALG-FICHAS.
           PERFORM VARYING IDX-CAL FROM 1 BY 1
               UNTIL IDX-CAL > WS-NUM-CLIENTES-ALG
               MOVE CAL-T-CARTA(IDX-CAL) TO WS-TESTE-CARTA
               PERFORM VER-CARTA
               IF (WS-PERTENCE = "S") THEN
                   ADD 1 TO WS-ALG-FICHAS
                   IF (CAL-T-SALDO-DEVIDO(IDX-CAL) IS NUMERIC) THEN
                       ADD CAL-T-SALDO-DEVIDO(IDX-CAL)
                           TO WS-DEVE-ALUGUER
                   END-IF
                   MOVE CAL-T-SALDO-DEVIDO(IDX-CAL) TO WS-FORMAT
                   DISPLAY "CARTA " CAL-T-CARTA(IDX-CAL) " "
                       CAL-T-NOME(IDX-CAL) " SALDO " WS-FORMAT
                   IF (CAL-T-BLOQUEADO(IDX-CAL) = "S") THEN
                       DISPLAY "  BLOQUEADO: " CAL-T-MOTIVO(IDX-CAL)
                   END-IF
               END-IF
           END-PERFORM.
           IF (WS-ALG-FICHAS = 0) THEN
               DISPLAY "SEM FICHA DE CLIENTE."
           END-IF.
           MOVE 0 TO WS-CTR-ABERTOS.
           MOVE 0 TO WS-CTR-FECHADOS.
           MOVE 0 TO WS-NUM-FECHADOS.
           MOVE SPACES TO WS-CONTRATOS-STATUS.
           OPEN INPUT FICHEIRO-CONTRATOS.
           IF (WS-CONTRATOS-STATUS = "00") THEN
               PERFORM UNTIL WS-CONTRATOS-STATUS = "10"
                   READ FICHEIRO-CONTRATOS NEXT
                       AT END MOVE "10" TO WS-CONTRATOS-STATUS
                       NOT AT END
                           PERFORM VER-CONTRATO-TITULAR
                           IF (WS-DO-TITULAR = "S") THEN
                               PERFORM GUARDAR-CONTRATO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-CONTRATOS.
           DISPLAY "CONTRATOS EM CURSO: " WS-CTR-ABERTOS
               "  FECHADOS: " WS-CTR-FECHADOS.
           PERFORM VARYING IDX-FEC FROM 1 BY 1
               UNTIL IDX-FEC > WS-NUM-FECHADOS
               DISPLAY "  CONTRATO " FEC-NUM(IDX-FEC) " FECHADO "
                   FEC-PLACA(IDX-FEC) " DE " FEC-INICIO(IDX-FEC)
                   " A " FEC-DEVOLUCAO(IDX-FEC)
           END-PERFORM.

       GUARDAR-CONTRATO.
           IF (CTR-ESTADO = "A") THEN
               ADD 1 TO WS-CTR-ABERTOS
               DISPLAY "  CONTRATO " CTR-NUM " EM CURSO "
                   CTR-PLACA " DESDE " CTR-DATA-INICIO " ("
                   CTR-DIAS-PREVISTOS " DIAS PREVISTOS)"
           ELSE
               ADD 1 TO WS-CTR-FECHADOS
               IF (WS-NUM-FECHADOS = 3) THEN
                   MOVE FEC-ITEM(2) TO FEC-ITEM(1)
                   MOVE FEC-ITEM(3) TO FEC-ITEM(2)
               ELSE
                   ADD 1 TO WS-NUM-FECHADOS
               END-IF
               MOVE CTR-NUM TO FEC-NUM(WS-NUM-FECHADOS)
               MOVE CTR-DATA-INICIO TO FEC-INICIO(WS-NUM-FECHADOS)
               MOVE CTR-DATA-DEVOLUCAO
                   TO FEC-DEVOLUCAO(WS-NUM-FECHADOS)
               MOVE CTR-PLACA TO FEC-PLACA(WS-NUM-FECHADOS)
           END-IF.

      * Agua: as contas de cada NIF com as faturas por pagar, e a
      * divida que ficou das ocupacoes ja terminadas.
       MOSTRAR-AGUA.
           DISPLAY " ".
           DISPLAY "--- AGUA ---".
           MOVE 0 TO WS-NUM-CT.
           PERFORM VARYING IDX-AGM FROM 1 BY 1
               UNTIL IDX-AGM > WS-NUM-AGUA-MESTRE
               MOVE AGM-T-NIF(IDX-AGM) TO WS-TESTE-NIF
               PERFORM VER-NIF
               IF (WS-PERTENCE = "S") AND (WS-NUM-CT < 10) THEN
                   ADD 1 TO WS-NUM-CT
                   MOVE AGM-T-CONTA(IDX-AGM) TO WS-CT-CONTA(WS-NUM-CT)
                   MOVE 0 TO WS-CT-POR-PAGAR(WS-NUM-CT)
                   MOVE 0 TO WS-CT-DIVIDA(WS-NUM-CT)
               END-IF
           END-PERFORM.
           MOVE "S" TO WS-AGUA-CONTAS-LIDAS.
           IF (WS-NUM-CT > 0) THEN
               MOVE SPACES TO WS-AGUA-STATUS
               OPEN INPUT FICHEIRO-AGUA
               IF (WS-AGUA-STATUS = "00") THEN
                   PERFORM UNTIL WS-AGUA-STATUS = "10"
                       READ FICHEIRO-AGUA NEXT
                           AT END MOVE "10" TO WS-AGUA-STATUS
                           NOT AT END PERFORM SOMAR-FATURA-AGUA
                       END-READ
                   END-PERFORM
               ELSE
                   MOVE "N" TO WS-AGUA-CONTAS-LIDAS
               END-IF
               CLOSE FICHEIRO-AGUA
           END-IF.
           IF (WS-NUM-CT = 0) THEN
               DISPLAY "SEM CONTAS DA AGUA."
           END-IF.
           PERFORM VARYING IDX-AGM FROM 1 BY 1
               UNTIL IDX-AGM > WS-NUM-AGUA-MESTRE
               MOVE AGM-T-NIF(IDX-AGM) TO WS-TESTE-NIF
               PERFORM VER-NIF
               IF (WS-PERTENCE = "S") THEN
                   PERFORM MOSTRAR-CONTA-AGUA
               END-IF
           END-PERFORM.
           IF (WS-AGUA-CONTAS-LIDAS = "N") THEN
               DISPLAY "AGUA-CONTAS.DAT INDISPONIVEL - DIVIDA DAS"
                   " FATURAS POR APURAR."
           END-IF.
           PERFORM VARYING IDX-OCP FROM 1 BY 1
               UNTIL IDX-OCP > WS-NUM-OCUPACOES
               MOVE OCP-T-NIF(IDX-OCP) TO WS-TESTE-NIF
               PERFORM VER-NIF
               IF (WS-PERTENCE = "S") AND
                  (OCP-T-DIVIDA(IDX-OCP) > 0) THEN
                   ADD OCP-T-DIVIDA(IDX-OCP) TO WS-DEVE-AGUA
                   MOVE OCP-T-DIVIDA(IDX-OCP) TO WS-FORMAT
                   DISPLAY "OCUPACAO TERMINADA " OCP-T-CONTA(IDX-OCP)
                       " EM " OCP-T-DATA-FIM(IDX-OCP) " DIVIDA "
                       WS-FORMAT
               END-IF
           END-PERFORM.

       MOSTRAR-CONTA-AGUA.
           IF (AGM-T-ESTADO(IDX-AGM) = "V") THEN
               MOVE "DESOCUPADA" TO WS-ESTADO-DESC
           ELSE
               MOVE "OCUPADA" TO WS-ESTADO-DESC
           END-IF.
           DISPLAY "CONTA " AGM-T-CONTA(IDX-AGM) " "
               AGM-T-NOME(IDX-AGM) " " WS-ESTADO-DESC.
           MOVE 0 TO WS-CT-ACHADA.
           PERFORM VARYING IDX-CT FROM 1 BY 1 UNTIL IDX-CT > WS-NUM-CT
               IF (WS-CT-CONTA(IDX-CT) = AGM-T-CONTA(IDX-AGM)) THEN
                   MOVE IDX-CT TO WS-CT-ACHADA
               END-IF
           END-PERFORM.
           IF (WS-CT-ACHADA > 0) THEN
               ADD WS-CT-DIVIDA(WS-CT-ACHADA) TO WS-DEVE-AGUA
               MOVE WS-CT-DIVIDA(WS-CT-ACHADA) TO WS-FORMAT
               DISPLAY "  FATURAS POR PAGAR "
                   WS-CT-POR-PAGAR(WS-CT-ACHADA) "  EM DIVIDA "
                   WS-FORMAT
           END-IF.

       SOMAR-FATURA-AGUA.
           MOVE 0 TO WS-CT-ACHADA.
           PERFORM VARYING IDX-CT FROM 1 BY 1 UNTIL IDX-CT > WS-NUM-CT
               IF (WS-CT-CONTA(IDX-CT) = AGUA-CONTA) THEN
                   MOVE IDX-CT TO WS-CT-ACHADA
               END-IF
           END-PERFORM.
           IF (WS-CT-ACHADA > 0) THEN
               IF (AGUA-PAGO = "N") AND
                  (AGUA-TOTAL > AGUA-PAGO-VALOR) THEN
                   COMPUTE WS-DIVIDA-FATURA =
                       AGUA-TOTAL - AGUA-PAGO-VALOR
                   ADD 1 TO WS-CT-POR-PAGAR(WS-CT-ACHADA)
                   ADD WS-DIVIDA-FATURA TO WS-CT-DIVIDA(WS-CT-ACHADA)
               END-IF
           END-IF.

      * Multas: as por pagar em que a pessoa e o condutor ou, sem
      * condutor identificado, o proprietario do veiculo. Com plano
      * de pagamento deve as prestacoes em aberto. Os pontos contam
      * so as multas como condutor, fora as anuladas em recurso.
       MOSTRAR-MULTAS.
           DISPLAY " ".
           DISPLAY "--- MULTAS ---".
           MOVE 0 TO WS-MUL-POR-PAGAR.
           MOVE 0 TO WS-MUL-PONTOS.
           MOVE SPACES TO WS-MULTAS-STATUS.
           OPEN INPUT FICHEIRO-MULTAS.
           IF (WS-MULTAS-STATUS = "00") THEN
               PERFORM UNTIL WS-MULTAS-STATUS = "10"
                   READ FICHEIRO-MULTAS NEXT
                       AT END MOVE "10" TO WS-MULTAS-STATUS
                       NOT AT END PERFORM VER-MULTA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-MULTAS.
           IF (WS-MUL-POR-PAGAR = 0) THEN
               DISPLAY "SEM MULTAS POR PAGAR."
           END-IF.
           DISPLAY "PONTOS RETIRADOS A CARTA: " WS-MUL-PONTOS.

       VER-MULTA.
           MOVE "N" TO WS-PELA-CARTA.
           MOVE MUL-CONDUTOR TO WS-TESTE-CARTA.
           PERFORM VER-CARTA.
           IF (WS-PERTENCE = "S") THEN
               MOVE "S" TO WS-PELA-CARTA
           ELSE
               IF (MUL-CONDUTOR = SPACES) THEN
                   MOVE MUL-PLACA TO WS-TESTE-PLACA
                   PERFORM VER-PLACA
               END-IF
           END-IF.
           IF (WS-PELA-CARTA = "S") AND (MUL-PAGO NOT = "A") THEN
               ADD MUL-PONTOS TO WS-MUL-PONTOS
           END-IF.
           IF (WS-PERTENCE = "S") AND (MUL-PAGO = "N") THEN
               ADD 1 TO WS-MUL-POR-PAGAR
               MOVE "N" TO WS-EM-PRESTACOES
               MOVE 0 TO WS-MUL-EM-FALTA
               PERFORM VARYING IDX-PRE FROM 1 BY 1
                   UNTIL IDX-PRE > WS-NUM-PRESTACOES
                   IF (PRE-T-CONDUTOR(IDX-PRE) = MUL-CONDUTOR) AND
                      (PRE-T-DATA-MULTA(IDX-PRE) = MUL-DATA) THEN
                       MOVE "S" TO WS-EM-PRESTACOES
                       IF (PRE-T-DATA-PAGO(IDX-PRE) = 0) THEN
                           ADD PRE-T-VALOR(IDX-PRE) TO WS-MUL-EM-FALTA
                       END-IF
                   END-IF
               END-PERFORM
               IF (WS-EM-PRESTACOES = "N") THEN
                   MOVE MUL-VALOR TO WS-MUL-EM-FALTA
                   MOVE SPACES TO WS-ESTADO-DESC
               ELSE
                   MOVE "PRESTACOES" TO WS-ESTADO-DESC
               END-IF
               IF (MUL-CONTESTADA = "S") THEN
                   MOVE "EM RECURSO" TO WS-ESTADO-DESC
               END-IF
               ADD WS-MUL-EM-FALTA TO WS-DEVE-MULTAS
               MOVE WS-MUL-EM-FALTA TO WS-FORMAT
               DISPLAY "  " MUL-DATA " " MUL-PLACA " CONDUTOR "
                   MUL-CONDUTOR " EM FALTA " WS-FORMAT " "
                   WS-ESTADO-DESC
           END-IF.

       CARREGAR-PRESTACOES-MULTAS.
           MOVE 0 TO WS-NUM-PRESTACOES.
           MOVE SPACES TO WS-PRESTACOES-STATUS.
           OPEN INPUT FICHEIRO-PRESTACOES.
           IF (WS-PRESTACOES-STATUS = "00") THEN
               PERFORM UNTIL WS-PRESTACOES-STATUS = "10"
                   READ FICHEIRO-PRESTACOES
                       AT END MOVE "10" TO WS-PRESTACOES-STATUS
                       NOT AT END
                           IF (WS-NUM-PRESTACOES < 300) THEN
                               ADD 1 TO WS-NUM-PRESTACOES
                               MOVE PRE-CONDUTOR
                                   TO PRE-T-CONDUTOR(WS-NUM-PRESTACOES)
                               MOVE PRE-DATA-MULTA
                                 TO PRE-T-DATA-MULTA(WS-NUM-PRESTACOES)
                               MOVE PRE-VALOR
                                   TO PRE-T-VALOR(WS-NUM-PRESTACOES)
                               MOVE PRE-DATA-PAGO
                                   TO PRE-T-DATA-PAGO(WS-NUM-PRESTACOES)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-PRESTACOES.

       COPY "CLIENTES-ALUGUER-PROC.cpy".

       COPY "AGUA-MESTRE-PROC.cpy".

       COPY "OCUPACOES-AGUA-PROC.cpy".

       COPY "VEICULOS-PROC.cpy".

       COPY "NIF-PROC.cpy".

       END PROGRAM CONSULTA-CLIENTE.
