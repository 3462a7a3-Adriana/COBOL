      ******************************************************************
      * Author:
      * Date:
      * Purpose: Purga anual de dados pessoais (RGPD) - apaga ou
      *          anonimiza os dados de quem nao tem atividade ha mais
      *          do que o prazo de conservacao (3 anos): clientes da
      *          pizzaria sem pedidos nem reservas no prazo, reservas
      *          antigas, clientes do aluguer sem contratos recentes,
      *          contas da agua desocupadas e pagas, ocupacoes
      *          terminadas e proprietarios de veiculos com as multas
      *          todas antigas e pagas. Pedidos, faturas, contratos e
      *          multas nao se tocam (prazo legal de conservacao).
      *          Pode correr em simulacao, que so conta; cada ficha
      *          apagada fica em RGPD.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RGPD-RETENCAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTES-SELECT.cpy".
           SELECT FICHEIRO-CLI-CTL ASSIGN TO "CLIENTES.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-CTL-STATUS.
           COPY "RESERVAS-SELECT.cpy".
           COPY "PEDIDOS-SELECT.cpy".
           SELECT FICHEIRO-ARQUIVO ASSIGN TO WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQUIVO-STATUS.
           COPY "CLIENTES-ALUGUER-SELECT.cpy".
           COPY "CONTRATOS-SELECT.cpy".
           COPY "AGUA-MESTRE-SELECT.cpy".
           COPY "AGUA-SELECT.cpy".
           COPY "OCUPACOES-AGUA-SELECT.cpy".
           COPY "VEICULOS-SELECT.cpy".
           COPY "MULTAS-SELECT.cpy".
           COPY "IDENTIFICACOES-SELECT.cpy".
           COPY "RGPD-LOG-SELECT.cpy".
           COPY "ERRO-LOG-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "AUTORIZA-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "CLIENTES-FD.cpy".

       FD  FICHEIRO-CLI-CTL.
       01  REG-CLI-CTL.
           05 CTL-CLI-CONTAGEM    PIC 9(05).
           05 CTL-CLI-HASH        PIC 9(10)V99.

           COPY "RESERVAS-FD.cpy".
           COPY "PEDIDOS-FD.cpy".

       FD  FICHEIRO-ARQUIVO.
       01  REG-ARQUIVO            PIC X(2000).

           COPY "CLIENTES-ALUGUER-FD.cpy".
           COPY "CONTRATOS-FD.cpy".
           COPY "AGUA-MESTRE-FD.cpy".
           COPY "AGUA-FD.cpy".
           COPY "OCUPACOES-AGUA-FD.cpy".
           COPY "VEICULOS-FD.cpy".
           COPY "MULTAS-FD.cpy".
           COPY "IDENTIFICACOES-FD.cpy".
           COPY "RGPD-LOG-FD.cpy".

       COPY "ERRO-LOG-FD.cpy".

       COPY "OPERADOR-SESSAO-FD.cpy".

       COPY "AUTORIZA-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       77 WS-CLIENTES-STATUS     PIC XX VALUES SPACES.
       77 WS-CLI-CTL-STATUS      PIC XX VALUES SPACES.
       77 WS-PEDIDOS-STATUS      PIC XX VALUES SPACES.
       77 WS-ARQUIVO-STATUS      PIC XX VALUES SPACES.
       77 WS-NOME-ARQUIVO        PIC X(20) VALUES SPACES.
       77 WS-AGUA-STATUS         PIC XX VALUES SPACES.
       77 WS-MULTAS-STATUS       PIC XX VALUES SPACES.
       COPY "RESERVAS-WS.cpy".
       COPY "CLIENTES-ALUGUER-WS.cpy".
       COPY "CONTRATOS-WS.cpy".
       COPY "AGUA-MESTRE-WS.cpy".
       COPY "OCUPACOES-AGUA-WS.cpy".
       COPY "VEICULOS-WS.cpy".
       COPY "IDENTIFICACOES-WS.cpy".
       COPY "RGPD-LOG-WS.cpy".
       COPY "ERRO-LOG-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       COPY "AUTORIZA-WS.cpy".
       77 CARTA-CONDUCAO         PIC X(09) VALUES SPACES.
      * Prazo de conservacao dos dados de quem deixou de ter
      * atividade, em anos.
       77 WS-ANOS-RETENCAO       PIC 9(02) VALUES 3.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-CORTE               PIC 9(08) VALUES 0.
       77 WS-PERIODO-CORTE       PIC 9(06) VALUES 0.
       77 WS-ANO-ATUAL           PIC 9(04) VALUES 0.
       77 WS-ANO-CORTE           PIC 9(04) VALUES 0.
       77 WS-ANO-ARQUIVO         PIC 9(04) VALUES 0.
       77 WS-SIMULAR             PIC A VALUES "S".
       77 WS-CONFIRMA            PIC A VALUES SPACES.
       77 WS-ALTERADO            PIC A VALUES "N".
       77 WS-PERTENCE            PIC A VALUES "N".
       77 WS-RGPD-SEGUINTE       PIC 9(06) VALUES 0.
       01 WS-DATA-PEDIDO.
           05 WS-DP-ANO          PIC X(04).
           05 WS-DP-MES          PIC X(02).
           05 WS-DP-DIA          PIC X(02).
       01 WS-DATA-PEDIDO-N REDEFINES WS-DATA-PEDIDO PIC 9(08).
      * Telefones com pedidos ou reservas dentro do prazo.
       01 WS-TELEFONES-ATIVOS.
           05 WS-NUM-TEL-ATIVOS  PIC 9(04).
           05 WS-TEL-ATIVO       PIC 9(09) OCCURS 3000 TIMES.
       77 IDX-TEL                PIC 9(04) VALUES 0.
       77 WS-TEL-EXCEDIDO        PIC A VALUES "N".
       77 WS-TESTE-TEL           PIC 9(09) VALUES 0.
      * Cartas com contratos; RECENTE = contrato aberto ou com inicio
      * ou devolucao dentro do prazo.
       01 WS-CARTAS-CONTRATO.
           05 WS-NUM-CARTAS      PIC 9(04).
           05 WS-CARTA-ITEM OCCURS 2000 TIMES.
               10 WS-CTA-CARTA   PIC X(09).
               10 WS-CTA-RECENTE PIC X(01).
       77 IDX-CTA                PIC 9(04) VALUES 0.
       77 WS-CTA-ACHADA          PIC 9(04) VALUES 0.
       77 WS-CTA-EXCEDIDO        PIC A VALUES "N".
      * Por conta da agua (mesmo indice da tabela AGUA-MESTRE): o
      * ultimo periodo faturado e se ha faturas por pagar.
       01 WS-FATURACAO-CONTAS.
           05 WS-FAT-ITEM OCCURS 200 TIMES.
               10 WS-FAT-ULTIMO  PIC 9(06).
               10 WS-FAT-DIVIDA  PIC X(01).
      * Por veiculo (mesmo indice da tabela VEICULOS): multas, data
      * da mais recente e processos em aberto.
       01 WS-MULTAS-VEICULOS.
           05 WS-MV-ITEM OCCURS 200 TIMES.
               10 WS-MV-MULTAS   PIC 9(04).
               10 WS-MV-ULTIMA   PIC 9(08).
               10 WS-MV-ABERTOS  PIC 9(04).
       77 WS-ITEM-ACHADO         PIC 9(04) VALUES 0.
       77 WS-ACESSO-OK           PIC A VALUES "S".
      * Contagens.
       77 WS-QTD-CLIENTES        PIC 9(05) VALUES 0.
       77 WS-QTD-RESERVAS        PIC 9(05) VALUES 0.
       77 WS-QTD-CAL             PIC 9(05) VALUES 0.
       77 WS-QTD-AGM             PIC 9(05) VALUES 0.
       77 WS-QTD-OCP             PIC 9(05) VALUES 0.
       77 WS-QTD-VEICULOS        PIC 9(05) VALUES 0.
       77 WS-CLI-APAGADOS        PIC 9(05) VALUES 0.
       77 WS-CLI-PONTOS-APAGADOS PIC 9(10)V99 VALUES 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "RGPD-RETENCAO" TO WS-JRN-PROGRAMA.
           PERFORM LER-OPERADOR-SESSAO.
           MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR.
           PERFORM CARREGAR-AUTORIZACOES.
           MOVE "RGPD-RETENCAO" TO WS-RGPD-PROGRAMA.
           MOVE "R" TO WS-RGPD-ORIGEM.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-CORTE = WS-HOJE - (WS-ANOS-RETENCAO * 10000).
           COMPUTE WS-PERIODO-CORTE = WS-CORTE / 100.
           COMPUTE WS-ANO-ATUAL = WS-HOJE / 10000.
           COMPUTE WS-ANO-CORTE = WS-CORTE / 10000.
           DISPLAY "=== PURGA ANUAL DE DADOS PESSOAIS (RGPD) ===".
           DISPLAY "SEM ATIVIDADE DESDE " WS-CORTE " ("
               WS-ANOS-RETENCAO " ANOS)".
           DISPLAY "SIMULAR APENAS, SEM ALTERAR FICHEIROS (S/N): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-SIMULAR.
           ACCEPT WS-SIMULAR.
           MOVE FUNCTION UPPER-CASE(WS-SIMULAR) TO WS-SIMULAR.
           IF (WS-SIMULAR NOT = "N") THEN
               MOVE "S" TO WS-SIMULAR
           END-IF.
           IF (WS-SIMULAR = "N") THEN
               DISPLAY "OS DADOS APAGADOS NAO SE RECUPERAM. CONFIRMA"
                   " (S/N): " WITH NO ADVANCING
               MOVE SPACES TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF (FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S") THEN
                   STOP RUN
               END-IF
               MOVE "APAGAR-RGPD" TO WS-AUT-FUNCAO
               PERFORM VERIFICAR-AUTORIZACAO
                   THRU FIM-VERIFICAR-AUTORIZACAO
               IF (WS-AUT-OK NOT = "S") THEN
                   STOP RUN
               END-IF
           END-IF.
           PERFORM CARREGAR-NUMERO-RGPD.
           PERFORM CARREGAR-RESERVAS.
           PERFORM PURGAR-CLIENTES-PIZZARIA
               THRU FIM-PURGAR-CLIENTES-PIZZARIA.
           PERFORM PURGAR-RESERVAS THRU FIM-PURGAR-RESERVAS.
           PERFORM PURGAR-CLIENTES-ALUGUER
               THRU FIM-PURGAR-CLIENTES-ALUGUER.
           PERFORM PURGAR-CONTAS-AGUA THRU FIM-PURGAR-CONTAS-AGUA.
           PERFORM PURGAR-OCUPACOES THRU FIM-PURGAR-OCUPACOES.
           PERFORM PURGAR-VEICULOS THRU FIM-PURGAR-VEICULOS.
           IF (WS-SIMULAR = "S") THEN
               DISPLAY "SIMULACAO - NENHUM FICHEIRO FOI ALTERADO."
           END-IF.
           DISPLAY "CLIENTES DA PIZZARIA ELIMINADOS:  " WS-QTD-CLIENTES.
           DISPLAY "RESERVAS ANONIMIZADAS:            " WS-QTD-RESERVAS.
           DISPLAY "CLIENTES DO ALUGUER ANONIMIZADOS: " WS-QTD-CAL.
           DISPLAY "CONTAS DA AGUA ANONIMIZADAS:      " WS-QTD-AGM.
           DISPLAY "OCUPACOES ANONIMIZADAS:           " WS-QTD-OCP.
           DISPLAY "PROPRIETARIOS ANONIMIZADOS:       " WS-QTD-VEICULOS.
           STOP RUN.

      * Clientes da pizzaria: fica quem tem um pedido (no ficheiro
      * corrente ou nos arquivos anuais do prazo) ou uma reserva
      * dentro do prazo. Se a tabela de telefones encher, a purga
      * dos clientes nao corre, para nao eliminar clientes ativos.
       PURGAR-CLIENTES-PIZZARIA.
           MOVE 0 TO WS-NUM-TEL-ATIVOS.
           MOVE "N" TO WS-TEL-EXCEDIDO.
           MOVE SPACES TO WS-PEDIDOS-STATUS.
           OPEN INPUT FICHEIRO-PEDIDOS.
           IF (WS-PEDIDOS-STATUS = "00") THEN
               PERFORM UNTIL WS-PEDIDOS-STATUS = "10"
                   READ FICHEIRO-PEDIDOS
                       AT END MOVE "10" TO WS-PEDIDOS-STATUS
                       NOT AT END PERFORM VER-PEDIDO-ATIVO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-PEDIDOS.
           PERFORM VARYING WS-ANO-ARQUIVO FROM WS-ANO-CORTE BY 1
               UNTIL WS-ANO-ARQUIVO >= WS-ANO-ATUAL
               MOVE SPACES TO WS-NOME-ARQUIVO
               STRING "PEDIDOS-ARQ-" WS-ANO-ARQUIVO ".DAT"
                   DELIMITED BY SIZE INTO WS-NOME-ARQUIVO
               MOVE SPACES TO WS-ARQUIVO-STATUS
               OPEN INPUT FICHEIRO-ARQUIVO
               IF (WS-ARQUIVO-STATUS = "00") THEN
                   PERFORM UNTIL WS-ARQUIVO-STATUS = "10"
                       READ FICHEIRO-ARQUIVO
                           AT END MOVE "10" TO WS-ARQUIVO-STATUS
                           NOT AT END
                               MOVE REG-ARQUIVO TO REG-PEDIDO
                               PERFORM VER-PEDIDO-ATIVO
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE FICHEIRO-ARQUIVO
           END-PERFORM.
           PERFORM VARYING IDX-RES FROM 1 BY 1
               UNTIL IDX-RES > WS-NUM-RESERVAS
               IF (RES-T-DATA(IDX-RES) >= WS-CORTE) THEN
                   MOVE RES-T-CONTATO(IDX-RES) TO WS-TESTE-TEL
                   PERFORM JUNTAR-TELEFONE-ATIVO
               END-IF
           END-PERFORM.
           IF (WS-TEL-EXCEDIDO = "S") OR (WS-RES-TRUNCADA = "S") THEN
               DISPLAY "DEMASIADOS CLIENTES ATIVOS PARA CONFERIR -"
                   " CLIENTES DA PIZZARIA NAO PURGADOS."
               MOVE "RGPD-RETENCAO" TO WS-ERRO-PROGRAMA
               MOVE "PURGA CLIENTES PIZZARIA NAO CORREU" TO
                   WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               GO FIM-PURGAR-CLIENTES-PIZZARIA
           END-IF.
           MOVE 0 TO WS-CLI-APAGADOS.
           MOVE 0 TO WS-CLI-PONTOS-APAGADOS.
           MOVE SPACES TO WS-CLIENTES-STATUS.
           IF (WS-SIMULAR = "S") THEN
               OPEN INPUT FICHEIRO-CLIENTES
           ELSE
               OPEN I-O FICHEIRO-CLIENTES
           END-IF.
           IF (WS-CLIENTES-STATUS NOT = "00") THEN
               CLOSE FICHEIRO-CLIENTES
               GO FIM-PURGAR-CLIENTES-PIZZARIA
           END-IF.
           PERFORM UNTIL WS-CLIENTES-STATUS = "10"
               READ FICHEIRO-CLIENTES NEXT
                   AT END MOVE "10" TO WS-CLIENTES-STATUS
                   NOT AT END PERFORM VER-CLIENTE-INATIVO
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-CLIENTES.
           IF (WS-CLI-APAGADOS > 0) AND (WS-SIMULAR = "N") THEN
               PERFORM ACERTAR-CONTROLO-CLI
                   THRU FIM-ACERTAR-CONTROLO-CLI
           END-IF.
       FIM-PURGAR-CLIENTES-PIZZARIA.
           EXIT.

      * Data do pedido (dd/mm/aaaa) passada a aaaammdd; uma data
      * ilegivel conta como recente.
       VER-PEDIDO-ATIVO.
           MOVE REG-DATA(7:4) TO WS-DP-ANO.
           MOVE REG-DATA(4:2) TO WS-DP-MES.
           MOVE REG-DATA(1:2) TO WS-DP-DIA.
           IF (WS-DATA-PEDIDO-N IS NOT NUMERIC) OR
              (WS-DATA-PEDIDO-N >= WS-CORTE) THEN
               IF (REG-CONTATO IS NUMERIC) THEN
                   MOVE REG-CONTATO TO WS-TESTE-TEL
                   PERFORM JUNTAR-TELEFONE-ATIVO
               END-IF
           END-IF.

       VER-TELEFONE-ATIVO.
           MOVE "N" TO WS-PERTENCE.
           PERFORM VARYING IDX-TEL FROM 1 BY 1
               UNTIL IDX-TEL > WS-NUM-TEL-ATIVOS OR WS-PERTENCE = "S"
               IF (WS-TEL-ATIVO(IDX-TEL) = WS-TESTE-TEL) THEN
                   MOVE "S" TO WS-PERTENCE
               END-IF
           END-PERFORM.

       JUNTAR-TELEFONE-ATIVO.
           IF (WS-TESTE-TEL > 0) THEN
               PERFORM VER-TELEFONE-ATIVO
               IF (WS-PERTENCE = "N") THEN
                   IF (WS-NUM-TEL-ATIVOS < 3000) THEN
                       ADD 1 TO WS-NUM-TEL-ATIVOS
                       MOVE WS-TESTE-TEL
                           TO WS-TEL-ATIVO(WS-NUM-TEL-ATIVOS)
                   ELSE
                       MOVE "S" TO WS-TEL-EXCEDIDO
                   END-IF
               END-IF
           END-IF.

      * O apagamento vai para o jornal de transacoes so com a chave e
      * sem imagem anterior: a recuperacao sobre um backup volta a
      * apagar a ficha sem que os dados pessoais fiquem no jornal.
       JORNALIZAR-APAGAMENTO.
           MOVE SPACES TO WS-JRN-ANTES.
           MOVE CLI-CONTATO TO WS-JRN-CHAVE.
           MOVE "E" TO WS-JRN-OPERACAO.
           PERFORM JORNAL-CLIENTES.

       VER-CLIENTE-INATIVO.
           MOVE CLI-CONTATO TO WS-TESTE-TEL.
           PERFORM VER-TELEFONE-ATIVO.
           IF (WS-PERTENCE = "N") THEN
               ADD 1 TO WS-QTD-CLIENTES
               IF (WS-SIMULAR = "N") THEN
                   DELETE FICHEIRO-CLIENTES RECORD
                       INVALID KEY
                           SUBTRACT 1 FROM WS-QTD-CLIENTES
                       NOT INVALID KEY
                           PERFORM JORNALIZAR-APAGAMENTO
                           ADD 1 TO WS-CLI-APAGADOS
                           ADD CLI-PONTOS TO WS-CLI-PONTOS-APAGADOS
                           MOVE "E" TO WS-RGPD-ACAO
                           MOVE "CLIENTES.DAT" TO WS-RGPD-FICHEIRO
                           MOVE SPACES TO WS-RGPD-REFERENCIA
                           PERFORM REGISTAR-RGPD
                   END-DELETE
               END-IF
           END-IF.

      * CLIENTES.CTL: desconta-se o que saiu, sem recontar.
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

      * Reservas de antes do prazo perdem o nome e o telefone.
       PURGAR-RESERVAS.
           IF (WS-RES-TRUNCADA = "S") THEN
               DISPLAY "RESERVAS.DAT NAO CARREGADO POR INTEIRO -"
                   " RESERVAS NAO PURGADAS."
               GO FIM-PURGAR-RESERVAS
           END-IF.
           MOVE "N" TO WS-ALTERADO.
           PERFORM VARYING IDX-RES FROM 1 BY 1
               UNTIL IDX-RES > WS-NUM-RESERVAS
               IF (RES-T-DATA(IDX-RES) < WS-CORTE) AND
                  (RES-T-NOME(IDX-RES) NOT = WS-RGPD-ANONIMO) THEN
                   ADD 1 TO WS-QTD-RESERVAS
                   MOVE WS-RGPD-ANONIMO TO RES-T-NOME(IDX-RES)
                   MOVE 0 TO RES-T-CONTATO(IDX-RES)
                   MOVE "S" TO WS-ALTERADO
                   IF (WS-SIMULAR = "N") THEN
                       MOVE "A" TO WS-RGPD-ACAO
                       MOVE "RESERVAS.DAT" TO WS-RGPD-FICHEIRO
                       MOVE SPACES TO WS-RGPD-REFERENCIA
                       MOVE RES-T-NUMERO(IDX-RES) TO WS-RGPD-REFERENCIA
                       PERFORM REGISTAR-RGPD
                   END-IF
               END-IF
           END-PERFORM.
           IF (WS-ALTERADO = "S") AND (WS-SIMULAR = "N") THEN
               PERFORM GRAVAR-RESERVAS
           END-IF.
       FIM-PURGAR-RESERVAS.
           EXIT.

      * Clientes do aluguer: sem contrato aberto nem recente, sem
      * saldo e sem bloqueio. Quem nunca teve contrato so sai depois
      * de a carta registada ter caducado antes do prazo.
       PURGAR-CLIENTES-ALUGUER.
           PERFORM CARREGAR-CLIENTES-ALUGUER.
           IF (WS-CAL-CTL-ERRO = "S") THEN
               DISPLAY "CONTROLO DE CLIENTES-ALUGUER.DAT NAO CONFERE -"
                   " CLIENTES DO ALUGUER NAO PURGADOS."
               GO FIM-PURGAR-CLIENTES-ALUGUER
           END-IF.
           MOVE 0 TO WS-NUM-CARTAS.
           MOVE "N" TO WS-CTA-EXCEDIDO.
           MOVE SPACES TO WS-CONTRATOS-STATUS.
           OPEN INPUT FICHEIRO-CONTRATOS.
           IF (WS-CONTRATOS-STATUS NOT = "00") AND
              (WS-CONTRATOS-STATUS NOT = "35") THEN
               CLOSE FICHEIRO-CONTRATOS
               DISPLAY "CONTRATOS.DAT INDISPONIVEL - CLIENTES DO"
                   " ALUGUER NAO PURGADOS."
               GO FIM-PURGAR-CLIENTES-ALUGUER
           END-IF.
           IF (WS-CONTRATOS-STATUS = "00") THEN
               PERFORM UNTIL WS-CONTRATOS-STATUS = "10"
                   READ FICHEIRO-CONTRATOS NEXT
                       AT END MOVE "10" TO WS-CONTRATOS-STATUS
                       NOT AT END PERFORM JUNTAR-CARTA-CONTRATO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-CONTRATOS.
           IF (WS-CTA-EXCEDIDO = "S") THEN
               DISPLAY "DEMASIADAS CARTAS NOS CONTRATOS - CLIENTES DO"
                   " ALUGUER NAO PURGADOS."
               GO FIM-PURGAR-CLIENTES-ALUGUER
           END-IF.
           MOVE "N" TO WS-ALTERADO.
           PERFORM VARYING IDX-CAL FROM 1 BY 1
               UNTIL IDX-CAL > WS-NUM-CLIENTES-ALG
               PERFORM VER-CLIENTE-ALUGUER
                   THRU FIM-VER-CLIENTE-ALUGUER
           END-PERFORM.
           IF (WS-ALTERADO = "S") AND (WS-SIMULAR = "N") THEN
               PERFORM GRAVAR-CLIENTES-ALUGUER
           END-IF.
       FIM-PURGAR-CLIENTES-ALUGUER.
           EXIT.

       JUNTAR-CARTA-CONTRATO.
           MOVE 0 TO WS-CTA-ACHADA.
           PERFORM VARYING IDX-CTA FROM 1 BY 1
               UNTIL IDX-CTA > WS-NUM-CARTAS OR WS-CTA-ACHADA > 0
               IF (WS-CTA-CARTA(IDX-CTA) = CTR-CARTA) THEN
                   MOVE IDX-CTA TO WS-CTA-ACHADA
               END-IF
           END-PERFORM.
           IF (WS-CTA-ACHADA = 0) THEN
               IF (WS-NUM-CARTAS < 2000) THEN
                   ADD 1 TO WS-NUM-CARTAS
                   MOVE WS-NUM-CARTAS TO WS-CTA-ACHADA
                   MOVE CTR-CARTA TO WS-CTA-CARTA(WS-CTA-ACHADA)
                   MOVE "N" TO WS-CTA-RECENTE(WS-CTA-ACHADA)
               ELSE
                   MOVE "S" TO WS-CTA-EXCEDIDO
               END-IF
           END-IF.
           IF (WS-CTA-ACHADA > 0) THEN
               IF (CTR-ESTADO = "A") OR
                  (CTR-DATA-INICIO >= WS-CORTE) OR
                  (CTR-DATA-DEVOLUCAO >= WS-CORTE) THEN
                   MOVE "S" TO WS-CTA-RECENTE(WS-CTA-ACHADA)
               END-IF
           END-IF.

       VER-CLIENTE-ALUGUER.
           IF (CAL-T-CARTA(IDX-CAL)(1:4) = "RGPD") OR
              (CAL-T-SALDO-DEVIDO(IDX-CAL) > 0) OR
              (CAL-T-BLOQUEADO(IDX-CAL) = "S") THEN
               GO FIM-VER-CLIENTE-ALUGUER
           END-IF.
           MOVE 0 TO WS-CTA-ACHADA.
           PERFORM VARYING IDX-CTA FROM 1 BY 1
               UNTIL IDX-CTA > WS-NUM-CARTAS OR WS-CTA-ACHADA > 0
               IF (WS-CTA-CARTA(IDX-CTA) = CAL-T-CARTA(IDX-CAL)) THEN
                   MOVE IDX-CTA TO WS-CTA-ACHADA
               END-IF
           END-PERFORM.
           IF (WS-CTA-ACHADA > 0) THEN
               IF (WS-CTA-RECENTE(WS-CTA-ACHADA) = "S") THEN
                   GO FIM-VER-CLIENTE-ALUGUER
               END-IF
           ELSE
               IF (CAL-T-VALIDADE(IDX-CAL) >= WS-CORTE) THEN
                   GO FIM-VER-CLIENTE-ALUGUER
               END-IF
           END-IF.
           ADD 1 TO WS-QTD-CAL.
           MOVE "S" TO WS-ALTERADO.
           IF (WS-SIMULAR = "S") THEN
               GO FIM-VER-CLIENTE-ALUGUER
           END-IF.
           MOVE WS-RGPD-NUMERO TO WS-RGPD-SEGUINTE.
           ADD 1 TO WS-RGPD-SEGUINTE.
           MOVE WS-RGPD-SEGUINTE TO WS-RGPD-COD-NUM.
           MOVE WS-RGPD-CODIGO TO CAL-T-CARTA(IDX-CAL).
           MOVE WS-RGPD-ANONIMO TO CAL-T-NOME(IDX-CAL).
           MOVE 0 TO CAL-T-VALIDADE(IDX-CAL).
           MOVE SPACES TO CAL-T-MOTIVO(IDX-CAL).
           MOVE "A" TO WS-RGPD-ACAO.
           MOVE "CLIENTES-ALUGUER.DAT" TO WS-RGPD-FICHEIRO.
           MOVE WS-RGPD-CODIGO TO WS-RGPD-REFERENCIA.
           PERFORM REGISTAR-RGPD.
       FIM-VER-CLIENTE-ALUGUER.
           EXIT.

      * Contas da agua desocupadas, sem faturas por pagar e com a
      * ultima fatura anterior ao prazo.
       PURGAR-CONTAS-AGUA.
           PERFORM CARREGAR-AGUA-MESTRE.
           PERFORM VARYING IDX-AGM FROM 1 BY 1 UNTIL IDX-AGM > 200
               MOVE 0 TO WS-FAT-ULTIMO(IDX-AGM)
               MOVE "N" TO WS-FAT-DIVIDA(IDX-AGM)
           END-PERFORM.
           MOVE SPACES TO WS-AGUA-STATUS.
           OPEN INPUT FICHEIRO-AGUA.
           IF (WS-AGUA-STATUS NOT = "00") AND
              (WS-AGUA-STATUS NOT = "35") THEN
               CLOSE FICHEIRO-AGUA
               DISPLAY "AGUA-CONTAS.DAT INDISPONIVEL - CONTAS DA AGUA"
                   " NAO PURGADAS."
               GO FIM-PURGAR-CONTAS-AGUA
           END-IF.
           IF (WS-AGUA-STATUS = "00") THEN
               PERFORM UNTIL WS-AGUA-STATUS = "10"
                   READ FICHEIRO-AGUA NEXT
                       AT END MOVE "10" TO WS-AGUA-STATUS
                       NOT AT END PERFORM SOMAR-FATURA-AGUA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-AGUA.
           MOVE "N" TO WS-ALTERADO.
           PERFORM VARYING IDX-AGM FROM 1 BY 1
               UNTIL IDX-AGM > WS-NUM-AGUA-MESTRE
               IF (AGM-T-ESTADO(IDX-AGM) = "V") AND
                  (AGM-T-NOME(IDX-AGM) NOT = WS-RGPD-ANONIMO) AND
                  (WS-FAT-DIVIDA(IDX-AGM) = "N") AND
                  (WS-FAT-ULTIMO(IDX-AGM) < WS-PERIODO-CORTE) THEN
                   PERFORM ANONIMIZAR-CONTA-AGUA
               END-IF
           END-PERFORM.
           IF (WS-ALTERADO = "S") AND (WS-SIMULAR = "N") THEN
               PERFORM GRAVAR-AGUA-MESTRE
           END-IF.
       FIM-PURGAR-CONTAS-AGUA.
           EXIT.

       SOMAR-FATURA-AGUA.
           MOVE 0 TO WS-ITEM-ACHADO.
           PERFORM VARYING IDX-AGM FROM 1 BY 1
               UNTIL IDX-AGM > WS-NUM-AGUA-MESTRE OR WS-ITEM-ACHADO > 0
               IF (AGM-T-CONTA(IDX-AGM) = AGUA-CONTA) THEN
                   MOVE IDX-AGM TO WS-ITEM-ACHADO
               END-IF
           END-PERFORM.
           IF (WS-ITEM-ACHADO > 0) THEN
               IF (AGUA-PERIODO > WS-FAT-ULTIMO(WS-ITEM-ACHADO)) THEN
                   MOVE AGUA-PERIODO TO WS-FAT-ULTIMO(WS-ITEM-ACHADO)
               END-IF
               IF (AGUA-PAGO = "N") THEN
                   MOVE "S" TO WS-FAT-DIVIDA(WS-ITEM-ACHADO)
               END-IF
           END-IF.

       ANONIMIZAR-CONTA-AGUA.
           ADD 1 TO WS-QTD-AGM.
           MOVE "S" TO WS-ALTERADO.
           MOVE WS-RGPD-ANONIMO TO AGM-T-NOME(IDX-AGM).
           MOVE 0 TO AGM-T-NIF(IDX-AGM).
           MOVE SPACES TO AGM-T-IBAN(IDX-AGM).
           MOVE 0 TO AGM-T-DATA-MANDATO(IDX-AGM).
           MOVE "N" TO AGM-T-DEBITO-DIRETO(IDX-AGM).
           MOVE SPACES TO AGM-T-CREDITO-DESTINO(IDX-AGM).
           IF (WS-SIMULAR = "N") THEN
               MOVE "A" TO WS-RGPD-ACAO
               MOVE "AGUA-MESTRE.DAT" TO WS-RGPD-FICHEIRO
               MOVE AGM-T-CONTA(IDX-AGM) TO WS-RGPD-REFERENCIA
               PERFORM REGISTAR-RGPD
           END-IF.

      * Ocupacoes terminadas antes do prazo e sem divida.
       PURGAR-OCUPACOES.
           PERFORM CARREGAR-OCUPACOES.
           IF (WS-OCP-TRUNCADA = "S") THEN
               DISPLAY "OCUPACOES-AGUA.DAT NAO CARREGADO POR INTEIRO -"
                   " OCUPACOES NAO PURGADAS."
               GO FIM-PURGAR-OCUPACOES
           END-IF.
           MOVE "N" TO WS-ALTERADO.
           PERFORM VARYING IDX-OCP FROM 1 BY 1
               UNTIL IDX-OCP > WS-NUM-OCUPACOES
               IF (OCP-T-DATA-FIM(IDX-OCP) > 0) AND
                  (OCP-T-DATA-FIM(IDX-OCP) < WS-CORTE) AND
                  (OCP-T-DIVIDA(IDX-OCP) = 0) AND
                  (OCP-T-NOME(IDX-OCP) NOT = WS-RGPD-ANONIMO) THEN
                   ADD 1 TO WS-QTD-OCP
                   MOVE "S" TO WS-ALTERADO
                   MOVE WS-RGPD-ANONIMO TO OCP-T-NOME(IDX-OCP)
                   MOVE 0 TO OCP-T-NIF(IDX-OCP)
                   MOVE SPACES TO OCP-T-IBAN(IDX-OCP)
                   IF (WS-SIMULAR = "N") THEN
                       MOVE "A" TO WS-RGPD-ACAO
                       MOVE "OCUPACOES-AGUA.DAT" TO WS-RGPD-FICHEIRO
                       MOVE OCP-T-CONTA(IDX-OCP) TO WS-RGPD-REFERENCIA
                       PERFORM REGISTAR-RGPD
                   END-IF
               END-IF
           END-PERFORM.
           IF (WS-ALTERADO = "S") AND (WS-SIMULAR = "N") THEN
               PERFORM GRAVAR-OCUPACOES
           END-IF.
       FIM-PURGAR-OCUPACOES.
           EXIT.

      * Proprietarios de veiculos: so os que tem multas, todas de
      * antes do prazo, pagas e sem identificacao pendente. Um
      * veiculo sem multas nao tem data que mostre inatividade e
      * fica como esta.
       PURGAR-VEICULOS.
           PERFORM CARREGAR-VEICULOS.
           IF (WS-VEI-TRUNCADA = "S") THEN
               DISPLAY "VEICULOS.DAT NAO CARREGADO POR INTEIRO -"
                   " VEICULOS NAO PURGADOS."
               GO FIM-PURGAR-VEICULOS
           END-IF.
           PERFORM VARYING IDX-VEI FROM 1 BY 1 UNTIL IDX-VEI > 200
               MOVE 0 TO WS-MV-MULTAS(IDX-VEI)
               MOVE 0 TO WS-MV-ULTIMA(IDX-VEI)
               MOVE 0 TO WS-MV-ABERTOS(IDX-VEI)
           END-PERFORM.
           MOVE "S" TO WS-ACESSO-OK.
           MOVE SPACES TO WS-MULTAS-STATUS.
           OPEN INPUT FICHEIRO-MULTAS.
           IF (WS-MULTAS-STATUS = "00") THEN
               PERFORM UNTIL WS-MULTAS-STATUS = "10"
                   READ FICHEIRO-MULTAS NEXT
                       AT END MOVE "10" TO WS-MULTAS-STATUS
                       NOT AT END PERFORM SOMAR-MULTA-VEICULO
                   END-READ
               END-PERFORM
           ELSE
               MOVE "N" TO WS-ACESSO-OK
           END-IF.
           CLOSE FICHEIRO-MULTAS.
           IF (WS-ACESSO-OK = "N") THEN
               DISPLAY "MULTAS.DAT INDISPONIVEL - VEICULOS NAO"
                   " PURGADOS."
               GO FIM-PURGAR-VEICULOS
           END-IF.
           MOVE SPACES TO WS-IDENTIFICACOES-STATUS.
           OPEN INPUT FICHEIRO-IDENTIFICACOES.
           IF (WS-IDENTIFICACOES-STATUS = "00") THEN
               PERFORM UNTIL WS-IDENTIFICACOES-STATUS = "10"
                   READ FICHEIRO-IDENTIFICACOES
                       AT END MOVE "10" TO WS-IDENTIFICACOES-STATUS
                       NOT AT END PERFORM SOMAR-IDENT-VEICULO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-IDENTIFICACOES.
           MOVE "N" TO WS-ALTERADO.
           PERFORM VARYING IDX-VEI FROM 1 BY 1
               UNTIL IDX-VEI > WS-NUM-VEICULOS
               IF (WS-MV-MULTAS(IDX-VEI) > 0) AND
                  (WS-MV-ABERTOS(IDX-VEI) = 0) AND
                  (WS-MV-ULTIMA(IDX-VEI) < WS-CORTE) AND
                  (VEI-T-PROPRIETARIO(IDX-VEI) NOT = WS-RGPD-ANONIMO)
                   THEN
                   PERFORM ANONIMIZAR-VEICULO
               END-IF
           END-PERFORM.
           IF (WS-ALTERADO = "S") AND (WS-SIMULAR = "N") THEN
               PERFORM GRAVAR-VEICULOS
           END-IF.
       FIM-PURGAR-VEICULOS.
           EXIT.

       PROCURAR-VEICULO-PLACA.
           MOVE 0 TO WS-ITEM-ACHADO.
           PERFORM VARYING IDX-VEI FROM 1 BY 1
               UNTIL IDX-VEI > WS-NUM-VEICULOS OR WS-ITEM-ACHADO > 0
               IF (VEI-T-PLACA(IDX-VEI) = MUL-PLACA) THEN
                   MOVE IDX-VEI TO WS-ITEM-ACHADO
               END-IF
           END-PERFORM.

       SOMAR-MULTA-VEICULO.
           PERFORM PROCURAR-VEICULO-PLACA.
           IF (WS-ITEM-ACHADO > 0) THEN
               ADD 1 TO WS-MV-MULTAS(WS-ITEM-ACHADO)
               IF (MUL-DATA > WS-MV-ULTIMA(WS-ITEM-ACHADO)) THEN
                   MOVE MUL-DATA TO WS-MV-ULTIMA(WS-ITEM-ACHADO)
               END-IF
               IF (MUL-PAGO NOT = "S") AND (MUL-PAGO NOT = "A") THEN
                   ADD 1 TO WS-MV-ABERTOS(WS-ITEM-ACHADO)
               END-IF
           END-IF.

       SOMAR-IDENT-VEICULO.
           MOVE IDT-PLACA TO MUL-PLACA.
           PERFORM PROCURAR-VEICULO-PLACA.
           IF (WS-ITEM-ACHADO > 0) AND (IDT-ESTADO = "P") THEN
               ADD 1 TO WS-MV-ABERTOS(WS-ITEM-ACHADO)
           END-IF.

       ANONIMIZAR-VEICULO.
           ADD 1 TO WS-QTD-VEICULOS.
           MOVE "S" TO WS-ALTERADO.
           MOVE WS-RGPD-ANONIMO TO VEI-T-PROPRIETARIO(IDX-VEI).
           MOVE SPACES TO VEI-T-MORADA(IDX-VEI).
           IF (WS-SIMULAR = "N") THEN
               MOVE "A" TO WS-RGPD-ACAO
               MOVE "VEICULOS.DAT" TO WS-RGPD-FICHEIRO
               MOVE VEI-T-PLACA(IDX-VEI) TO WS-RGPD-REFERENCIA
               PERFORM REGISTAR-RGPD
           END-IF.

       COPY "RESERVAS-PROC.cpy".

       COPY "CLIENTES-ALUGUER-PROC.cpy".

       COPY "AGUA-MESTRE-PROC.cpy".

       COPY "OCUPACOES-AGUA-PROC.cpy".

       COPY "VEICULOS-PROC.cpy".

       COPY "RGPD-LOG-PROC.cpy".

       COPY "ERRO-LOG-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       COPY "AUTORIZA-PROC.cpy".

       COPY "JORNAL-CLIENTES-PROC.cpy".

       END PROGRAM RGPD-RETENCAO.
