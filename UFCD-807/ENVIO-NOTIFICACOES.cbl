      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lote de envio das mensagens aos clientes (SMS e
      *          correio eletronico). Os programas dos quatro negocios
      *          deixam as mensagens na caixa de saida
      *          NOTIFICACOES.DAT (pedido pronto na cozinha, lembrete
      *          de devolucao do carro, fatura da agua emitida, avisos
      *          de multas); este lote monta o texto de cada modelo,
      *          procura o contacto do cliente em CONTACTOS.DAT e
      *          escreve o ficheiro para a gateway ENVIO-GATEWAY.TXT
      *          (ID;CANAL;DESTINO;TEXTO). Le depois os recibos da
      *          gateway (RECIBOS-GATEWAY.TXT - ID;ESTADO;MOTIVO, com
      *          R entregue, F falhada e S pedido de STOP do cliente)
      *          e faz o relatorio das falhas, dos clientes sem
      *          contacto e dos que recusaram mensagens
      *          (RELATORIO-NOTIFICACOES.TXT). Os contactos e a recusa
      *          de mensagens mantem-se na opcao 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVIO-NOTIFICACOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "NOTIFICACOES-SELECT.cpy".
           COPY "CONTACTOS-SELECT.cpy".
           SELECT FICHEIRO-GATEWAY ASSIGN TO "ENVIO-GATEWAY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHEIRO-RECIBOS ASSIGN TO "RECIBOS-GATEWAY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIBOS-STATUS.
           SELECT RELATORIO-NOTIFICACOES
               ASSIGN TO "RELATORIO-NOTIFICACOES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "NOTIFICACOES-FD.cpy".
           COPY "CONTACTOS-FD.cpy".

       FD  FICHEIRO-GATEWAY.
       01  GATEWAY-LINHA          PIC X(260).

       FD  FICHEIRO-RECIBOS.
       01  RECIBO-LINHA           PIC X(80).

       FD  RELATORIO-NOTIFICACOES.
       01  RELATORIO-LINHA        PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "NOTIFICACOES-WS.cpy".
       COPY "CONTACTOS-WS.cpy".
       77 WS-RECIBOS-STATUS      PIC XX VALUES SPACES.
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 4.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-JULIANO-HOJE        PIC 9(08) VALUES 0.
      * Mensagens ja entregues ou repetidas saem da caixa de saida ao
      * fim deste numero de dias.
       77 WS-DIAS-GUARDAR        PIC 9(03) VALUES 90.
       77 WS-NUM-NOTIFICACOES    PIC 9(04) VALUES 0.
       77 IDX-NTF                PIC 9(04) VALUES 0.
       77 IDX-REP                PIC 9(04) VALUES 0.
       77 WS-NTF-ACHADA          PIC 9(04) VALUES 0.
       77 WS-NTF-TRUNCADA        PIC A VALUES "N".
       77 WS-ULTIMO-ID           PIC 9(08) VALUES 0.
       77 WS-CONTACTOS-ALTERADOS PIC A VALUES "N".
      * Mensagem em tratamento.
       77 WS-CANAL               PIC X(01) VALUES SPACES.
       77 WS-DESTINO             PIC X(40) VALUES SPACES.
       77 WS-TEXTO               PIC X(160) VALUES SPACES.
       77 WS-VALOR-TXT           PIC X(20) VALUES SPACES.
       77 WS-V1                  PIC X(20) VALUES SPACES.
       77 WS-V2                  PIC X(20) VALUES SPACES.
       77 WS-REF                 PIC X(12) VALUES SPACES.
       77 WS-DATA-TXT            PIC X(10) VALUES SPACES.
       77 WS-BRANCOS             PIC 9(02) VALUES 0.
      * Recibo da gateway.
       77 WS-REC-ID-TXT          PIC X(10) VALUES SPACES.
       77 WS-REC-ID              PIC 9(08) VALUES 0.
       77 WS-REC-ESTADO          PIC X(01) VALUES SPACES.
       77 WS-REC-MOTIVO          PIC X(30) VALUES SPACES.
      * Contadores do envio, dos recibos e do relatorio.
       77 WS-ENVIADAS            PIC 9(05) VALUES 0.
       77 WS-RECUSADAS           PIC 9(05) VALUES 0.
       77 WS-SEM-CONTACTO        PIC 9(05) VALUES 0.
       77 WS-REPETIDAS           PIC 9(05) VALUES 0.
       77 WS-FALHADAS            PIC 9(05) VALUES 0.
       77 WS-ENTREGUES           PIC 9(05) VALUES 0.
       77 WS-PENDENTES           PIC 9(05) VALUES 0.
       77 WS-STOP                PIC 9(05) VALUES 0.
       77 WS-RECIBOS-LIDOS       PIC 9(05) VALUES 0.
       77 WS-RECIBOS-INVALIDOS   PIC 9(05) VALUES 0.
       77 WS-LIMPAS              PIC 9(05) VALUES 0.
       77 WS-LISTADAS            PIC 9(05) VALUES 0.
      * Manutencao de contactos.
       77 WS-CON-NEGOCIO         PIC X(03) VALUES SPACES.
           88 VALIDAR-NEGOCIO VALUES "PIZ" "ALG" "AGA" "MUL".
       77 WS-CON-CHAVE           PIC X(20) VALUES SPACES.
       77 WS-CON-NOME            PIC X(30) VALUES SPACES.
       77 WS-CON-TELEFONE        PIC 9(09) VALUES 0.
       77 WS-CON-EMAIL           PIC X(40) VALUES SPACES.
       77 WS-CON-CANAL           PIC X(01) VALUES SPACES.
           88 VALIDAR-CANAL VALUES "S" "E".
       77 WS-CON-RECUSA          PIC X(01) VALUES SPACES.
           88 VALIDAR-RECUSA VALUES "S" "N".
       01 TABELA-NOTIFICACOES.
           05 NTF-ITEM OCCURS 3000 TIMES.
               10 NTF-T-ID            PIC 9(08).
               10 NTF-T-DATA          PIC 9(08).
               10 NTF-T-HORA          PIC 9(06).
               10 NTF-T-NEGOCIO       PIC X(03).
               10 NTF-T-MODELO        PIC X(10).
               10 NTF-T-CHAVE         PIC X(20).
               10 NTF-T-DESTINO       PIC X(40).
               10 NTF-T-NOME          PIC X(30).
               10 NTF-T-REFERENCIA    PIC X(12).
               10 NTF-T-VAR1          PIC X(20).
               10 NTF-T-VAR2          PIC X(20).
               10 NTF-T-PROGRAMA      PIC X(15).
               10 NTF-T-ESTADO        PIC X(01).
               10 NTF-T-CANAL         PIC X(01).
               10 NTF-T-DATA-ENVIO    PIC 9(08).
               10 NTF-T-MOTIVO        PIC X(30).

       PROCEDURE DIVISION.
       MENU-NOTIFICACOES.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-JULIANO-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-HOJE).
           DISPLAY "=== MENSAGENS A CLIENTES (SMS / CORREIO) ===".
           DISPLAY "1 - ENVIAR MENSAGENS PENDENTES".
           DISPLAY "2 - LER RECIBOS DA GATEWAY".
           DISPLAY "3 - RELATORIO DE FALHAS E RECUSAS".
           DISPLAY "4 - REGISTAR CONTACTO DE CLIENTE".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-NOTIFICACOES
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM ENVIAR-PENDENTES THRU FIM-ENVIAR-PENDENTES
               WHEN 2 PERFORM LER-RECIBOS THRU FIM-LER-RECIBOS
               WHEN 3 PERFORM RELATORIO-FALHAS THRU FIM-RELATORIO-FALHAS
               WHEN 4 PERFORM REGISTAR-CONTACTO
                          THRU FIM-REGISTAR-CONTACTO
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-NOTIFICACOES.

      * Envio: cada mensagem por enviar recebe numero, e tratada
      * (repetida, cliente que recusou, sem contacto ou enviada) e as
      * enviadas vao para o ficheiro da gateway. As entregues e as
      * repetidas com mais de WS-DIAS-GUARDAR dias saem da caixa.
       ENVIAR-PENDENTES.
           PERFORM CARREGAR-NOTIFICACOES.
           PERFORM CARREGAR-CONTACTOS.
      * Uma carga truncada seguida da regravacao integral apagaria as
      * mensagens ou os contactos em excesso - o envio recusa-se.
           IF (WS-NTF-TRUNCADA = "S") OR (WS-CON-TRUNCADA = "S") THEN
               DISPLAY "NOTIFICACOES.DAT OU CONTACTOS.DAT EXCEDE A"
                   " TABELA - ENVIO RECUSADO PARA NAO PERDER DADOS."
               GO FIM-ENVIAR-PENDENTES
           END-IF.
           MOVE 0 TO WS-ULTIMO-ID.
           PERFORM VARYING IDX-NTF FROM 1 BY 1
               UNTIL IDX-NTF > WS-NUM-NOTIFICACOES
               IF (NTF-T-ID(IDX-NTF) > WS-ULTIMO-ID) THEN
                   MOVE NTF-T-ID(IDX-NTF) TO WS-ULTIMO-ID
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-ENVIADAS.
           MOVE 0 TO WS-RECUSADAS.
           MOVE 0 TO WS-SEM-CONTACTO.
           MOVE 0 TO WS-REPETIDAS.
           MOVE 0 TO WS-FALHADAS.
           OPEN OUTPUT FICHEIRO-GATEWAY.
           PERFORM VARYING IDX-NTF FROM 1 BY 1
               UNTIL IDX-NTF > WS-NUM-NOTIFICACOES
               IF (NTF-T-ESTADO(IDX-NTF) = SPACES) THEN
                   PERFORM TRATAR-NOTIFICACAO
                       THRU FIM-TRATAR-NOTIFICACAO
               END-IF
           END-PERFORM.
           CLOSE FICHEIRO-GATEWAY.
           PERFORM LIMPAR-ANTIGAS.
           PERFORM GRAVAR-NOTIFICACOES.
           DISPLAY "--- ENVIO DE MENSAGENS " WS-HOJE " ---".
           DISPLAY "ENVIADAS PARA A GATEWAY:   " WS-ENVIADAS.
           DISPLAY "CLIENTE RECUSOU MENSAGENS: " WS-RECUSADAS.
           DISPLAY "SEM CONTACTO DO CLIENTE:   " WS-SEM-CONTACTO.
           DISPLAY "REPETIDAS (NAO ENVIADAS):  " WS-REPETIDAS.
           DISPLAY "MODELO DESCONHECIDO:       " WS-FALHADAS.
           DISPLAY "RETIRADAS DA CAIXA:        " WS-LIMPAS.
           DISPLAY "FICHEIRO PARA A GATEWAY: ENVIO-GATEWAY.TXT".
       FIM-ENVIAR-PENDENTES.
           EXIT.

       TRATAR-NOTIFICACAO.
           IF (NTF-T-ID(IDX-NTF) = 0) THEN
               ADD 1 TO WS-ULTIMO-ID
               MOVE WS-ULTIMO-ID TO NTF-T-ID(IDX-NTF)
           END-IF.
           MOVE WS-HOJE TO NTF-T-DATA-ENVIO(IDX-NTF).
      * A mesma mensagem ao mesmo cliente nao sai duas vezes (um lote
      * corrido de novo no mesmo dia, por exemplo).
           PERFORM VER-REPETIDA.
           IF (WS-NTF-ACHADA > 0) THEN
               MOVE "D" TO NTF-T-ESTADO(IDX-NTF)
               MOVE "IGUAL A MENSAGEM JA ENVIADA" TO
                   NTF-T-MOTIVO(IDX-NTF)
               ADD 1 TO WS-REPETIDAS
               GO FIM-TRATAR-NOTIFICACAO
           END-IF.
           MOVE NTF-T-NEGOCIO(IDX-NTF) TO WS-CON-PESQ-NEGOCIO.
           MOVE NTF-T-CHAVE(IDX-NTF) TO WS-CON-PESQ-CHAVE.
           PERFORM PROCURAR-CONTACTO.
           IF (WS-CON-ACHADO > 0) THEN
               IF (CON-T-RECUSA(WS-CON-ACHADO) = "S") THEN
                   MOVE "O" TO NTF-T-ESTADO(IDX-NTF)
                   MOVE "CLIENTE RECUSOU MENSAGENS" TO
                       NTF-T-MOTIVO(IDX-NTF)
                   ADD 1 TO WS-RECUSADAS
                   GO FIM-TRATAR-NOTIFICACAO
               END-IF
           END-IF.
           PERFORM ESCOLHER-DESTINO.
           IF (WS-DESTINO = SPACES) THEN
               MOVE "C" TO NTF-T-ESTADO(IDX-NTF)
               MOVE "SEM TELEFONE NEM CORREIO" TO
                   NTF-T-MOTIVO(IDX-NTF)
               ADD 1 TO WS-SEM-CONTACTO
               GO FIM-TRATAR-NOTIFICACAO
           END-IF.
           PERFORM MONTAR-TEXTO.
           IF (WS-TEXTO = SPACES) THEN
               MOVE "F" TO NTF-T-ESTADO(IDX-NTF)
               MOVE "MODELO DESCONHECIDO" TO NTF-T-MOTIVO(IDX-NTF)
               ADD 1 TO WS-FALHADAS
               GO FIM-TRATAR-NOTIFICACAO
           END-IF.
           MOVE SPACES TO GATEWAY-LINHA.
           STRING NTF-T-ID(IDX-NTF) ";" WS-CANAL ";"
               WS-DESTINO DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-TEXTO DELIMITED BY "  "
               INTO GATEWAY-LINHA.
           WRITE GATEWAY-LINHA.
           MOVE "E" TO NTF-T-ESTADO(IDX-NTF).
           MOVE WS-CANAL TO NTF-T-CANAL(IDX-NTF).
           MOVE WS-DESTINO TO NTF-T-DESTINO(IDX-NTF).
           MOVE SPACES TO NTF-T-MOTIVO(IDX-NTF).
           ADD 1 TO WS-ENVIADAS.
       FIM-TRATAR-NOTIFICACAO.
           EXIT.

       VER-REPETIDA.
           MOVE 0 TO WS-NTF-ACHADA.
           PERFORM VARYING IDX-REP FROM 1 BY 1
               UNTIL IDX-REP > WS-NUM-NOTIFICACOES
               IF (IDX-REP NOT = IDX-NTF) AND
                  ((NTF-T-ESTADO(IDX-REP) = "E") OR
                   (NTF-T-ESTADO(IDX-REP) = "R")) AND
                  (NTF-T-NEGOCIO(IDX-REP) = NTF-T-NEGOCIO(IDX-NTF)) AND
                  (NTF-T-MODELO(IDX-REP) = NTF-T-MODELO(IDX-NTF)) AND
                  (NTF-T-CHAVE(IDX-REP) = NTF-T-CHAVE(IDX-NTF)) AND
                  (NTF-T-REFERENCIA(IDX-REP) =
                   NTF-T-REFERENCIA(IDX-NTF)) AND
                  (NTF-T-VAR1(IDX-REP) = NTF-T-VAR1(IDX-NTF)) THEN
                   MOVE IDX-REP TO WS-NTF-ACHADA
               END-IF
           END-PERFORM.

      * Destino da mensagem: o contacto registado do cliente, no canal
      * que ele preferiu (correio se o pediu e o tiver, senao SMS);
      * sem ficha de contacto, o telefone que veio com a mensagem (o
      * do pedido da pizzaria).
       ESCOLHER-DESTINO.
           MOVE SPACES TO WS-DESTINO.
           MOVE SPACES TO WS-CANAL.
           IF (WS-CON-ACHADO > 0) THEN
               IF (CON-T-CANAL(WS-CON-ACHADO) = "E") AND
                  (CON-T-EMAIL(WS-CON-ACHADO) NOT = SPACES) THEN
                   MOVE "E" TO WS-CANAL
                   MOVE CON-T-EMAIL(WS-CON-ACHADO) TO WS-DESTINO
               ELSE
                   IF (CON-T-TELEFONE(WS-CON-ACHADO) > 0) THEN
                       MOVE "S" TO WS-CANAL
                       MOVE CON-T-TELEFONE(WS-CON-ACHADO)
                           TO WS-DESTINO
                   ELSE
                       IF (CON-T-EMAIL(WS-CON-ACHADO) NOT = SPACES)
                           THEN
                           MOVE "E" TO WS-CANAL
                           MOVE CON-T-EMAIL(WS-CON-ACHADO)
                               TO WS-DESTINO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF (WS-DESTINO = SPACES) AND
              (NTF-T-DESTINO(IDX-NTF) NOT = SPACES) THEN
               MOVE "S" TO WS-CANAL
               MOVE NTF-T-DESTINO(IDX-NTF) TO WS-DESTINO
           END-IF.

      * Texto de cada modelo de mensagem; um modelo que o lote nao
      * conhece deixa o texto em branco e a mensagem falha.
       MONTAR-TEXTO.
           MOVE SPACES TO WS-TEXTO.
           MOVE NTF-T-VAR1(IDX-NTF) TO WS-VALOR-TXT.
           PERFORM ALINHAR-VALOR.
           MOVE WS-VALOR-TXT TO WS-V1.
           MOVE NTF-T-VAR2(IDX-NTF) TO WS-VALOR-TXT.
           PERFORM ALINHAR-VALOR.
           MOVE WS-VALOR-TXT TO WS-V2.
           MOVE NTF-T-REFERENCIA(IDX-NTF) TO WS-REF.
           EVALUATE NTF-T-MODELO(IDX-NTF)
               WHEN "PIZ-PRONTO"
                   STRING "PIZZARIA DO RAMALHO: O SEU PEDIDO N. "
                       DELIMITED BY SIZE
                       WS-REF DELIMITED BY SPACE
                       " ESTA PRONTO PARA LEVANTAR. OBRIGADO!"
                       DELIMITED BY SIZE INTO WS-TEXTO
               WHEN "PIZ-ENTREG"
                   STRING "PIZZARIA DO RAMALHO: O SEU PEDIDO N. "
                       DELIMITED BY SIZE
                       WS-REF DELIMITED BY SPACE
                       " ESTA PRONTO E SEGUE PARA ENTREGA. OBRIGADO!"
                       DELIMITED BY SIZE INTO WS-TEXTO
               WHEN "ALG-DEVOL"
                   MOVE WS-V2 TO WS-VALOR-TXT
                   PERFORM FORMATAR-DATA
                   STRING "ALUGUER: LEMBRAMOS QUE A VIATURA "
                       DELIMITED BY SIZE
                       WS-V1 DELIMITED BY "  "
                       " (CONTRATO " DELIMITED BY SIZE
                       WS-REF DELIMITED BY SPACE
                       ") DEVE SER DEVOLVIDA AMANHA, "
                       WS-DATA-TXT "." DELIMITED BY SIZE
                       INTO WS-TEXTO
               WHEN "AGA-FATURA"
                   STRING "AGUA: FOI EMITIDA A FATURA "
                       DELIMITED BY SIZE
                       WS-REF DELIMITED BY SPACE
                       " NO VALOR DE " DELIMITED BY SIZE
                       WS-V1 DELIMITED BY SPACE
                       " EUR. PAGAMENTO MB ENTIDADE/REFERENCIA "
                       DELIMITED BY SIZE
                       WS-V2 DELIMITED BY "  "
                       "." DELIMITED BY SIZE INTO WS-TEXTO
               WHEN "MUL-AVISO1"
                   MOVE WS-V1 TO WS-VALOR-TXT
                   PERFORM FORMATAR-DATA
                   STRING "MULTAS: TEM POR PAGAR A MULTA DE "
                       WS-DATA-TXT " (" DELIMITED BY SIZE
                       WS-REF DELIMITED BY SPACE
                       ") NO VALOR DE " DELIMITED BY SIZE
                       WS-V2 DELIMITED BY SPACE
                       " EUR. PAGUE NO PRAZO DE 30 DIAS."
                       DELIMITED BY SIZE INTO WS-TEXTO
               WHEN "MUL-INTERP"
                   MOVE WS-V1 TO WS-VALOR-TXT
                   PERFORM FORMATAR-DATA
                   STRING "MULTAS: INTERPELACAO FINAL - MULTA DE "
                       WS-DATA-TXT " (" DELIMITED BY SIZE
                       WS-REF DELIMITED BY SPACE
                       ") COM SOBRETAXA LEGAL: " DELIMITED BY SIZE
                       WS-V2 DELIMITED BY SPACE
                       " EUR. SEM PAGAMENTO EM 30 DIAS SEGUE PARA"
                       " EXECUCAO." DELIMITED BY SIZE INTO WS-TEXTO
               WHEN "MUL-EXECUC"
                   MOVE WS-V1 TO WS-VALOR-TXT
                   PERFORM FORMATAR-DATA
                   STRING "MULTAS: A MULTA DE " WS-DATA-TXT " ("
                       DELIMITED BY SIZE
                       WS-REF DELIMITED BY SPACE
                       ") DE " DELIMITED BY SIZE
                       WS-V2 DELIMITED BY SPACE
                       " EUR SEGUIU PARA EXECUCAO."
                       DELIMITED BY SIZE INTO WS-TEXTO
               WHEN OTHER
                   MOVE SPACES TO WS-TEXTO
           END-EVALUATE.

      * Tira os espacos a esquerda de WS-VALOR-TXT (valores editados).
       ALINHAR-VALOR.
           MOVE 0 TO WS-BRANCOS.
           INSPECT WS-VALOR-TXT TALLYING WS-BRANCOS FOR LEADING SPACE.
           IF (WS-BRANCOS > 0) AND (WS-BRANCOS < 20) THEN
               MOVE WS-VALOR-TXT(WS-BRANCOS + 1:) TO WS-VALOR-TXT
           END-IF.

      * Data AAAAMMDD de WS-VALOR-TXT para DD-MM-AAAA em WS-DATA-TXT.
       FORMATAR-DATA.
           MOVE SPACES TO WS-DATA-TXT.
           STRING WS-VALOR-TXT(7:2) "-" WS-VALOR-TXT(5:2) "-"
               WS-VALOR-TXT(1:4) DELIMITED BY SIZE INTO WS-DATA-TXT.

       LIMPAR-ANTIGAS.
           MOVE 0 TO WS-LIMPAS.
           MOVE 0 TO IDX-REP.
           PERFORM VARYING IDX-NTF FROM 1 BY 1
               UNTIL IDX-NTF > WS-NUM-NOTIFICACOES
               IF ((NTF-T-ESTADO(IDX-NTF) = "R") OR
                   (NTF-T-ESTADO(IDX-NTF) = "D")) AND
                  (WS-JULIANO-HOJE - FUNCTION INTEGER-OF-DATE(
                   NTF-T-DATA(IDX-NTF)) > WS-DIAS-GUARDAR) THEN
                   ADD 1 TO WS-LIMPAS
               ELSE
                   ADD 1 TO IDX-REP
                   MOVE NTF-ITEM(IDX-NTF) TO NTF-ITEM(IDX-REP)
               END-IF
           END-PERFORM.
           MOVE IDX-REP TO WS-NUM-NOTIFICACOES.

      * Recibos da gateway: cada linha traz o numero da mensagem, o
      * estado (R entregue, F falhada, S o cliente respondeu STOP) e
      * o motivo. O STOP fica na ficha de contacto do cliente como
      * recusa e nao se lhe envia mais nada. Ler o mesmo ficheiro
      * duas vezes deixa tudo igual.
       LER-RECIBOS.
           PERFORM CARREGAR-NOTIFICACOES.
           PERFORM CARREGAR-CONTACTOS.
           IF (WS-NTF-TRUNCADA = "S") OR (WS-CON-TRUNCADA = "S") THEN
               DISPLAY "NOTIFICACOES.DAT OU CONTACTOS.DAT EXCEDE A"
                   " TABELA - RECIBOS RECUSADOS PARA NAO PERDER DADOS."
               GO FIM-LER-RECIBOS
           END-IF.
           MOVE SPACES TO WS-RECIBOS-STATUS.
           OPEN INPUT FICHEIRO-RECIBOS.
           IF (WS-RECIBOS-STATUS NOT = "00") THEN
               DISPLAY "SEM RECIBOS DA GATEWAY (RECIBOS-GATEWAY.TXT)."
               GO FIM-LER-RECIBOS
           END-IF.
           MOVE "N" TO WS-CONTACTOS-ALTERADOS.
           MOVE 0 TO WS-RECIBOS-LIDOS.
           MOVE 0 TO WS-RECIBOS-INVALIDOS.
           MOVE 0 TO WS-ENTREGUES.
           MOVE 0 TO WS-FALHADAS.
           MOVE 0 TO WS-STOP.
           PERFORM UNTIL WS-RECIBOS-STATUS = "10"
               READ FICHEIRO-RECIBOS
                   AT END MOVE "10" TO WS-RECIBOS-STATUS
                   NOT AT END
                       ADD 1 TO WS-RECIBOS-LIDOS
                       PERFORM TRATAR-RECIBO THRU FIM-TRATAR-RECIBO
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-RECIBOS.
           PERFORM GRAVAR-NOTIFICACOES.
           IF (WS-CONTACTOS-ALTERADOS = "S") THEN
               PERFORM GRAVAR-CONTACTOS
           END-IF.
           DISPLAY "--- RECIBOS DA GATEWAY ---".
           DISPLAY "RECIBOS LIDOS:         " WS-RECIBOS-LIDOS.
           DISPLAY "ENTREGUES:             " WS-ENTREGUES.
           DISPLAY "FALHADAS:              " WS-FALHADAS.
           DISPLAY "PEDIDOS DE STOP:       " WS-STOP.
           DISPLAY "RECIBOS SEM MENSAGEM:  " WS-RECIBOS-INVALIDOS.
       FIM-LER-RECIBOS.
           EXIT.

       TRATAR-RECIBO.
           MOVE SPACES TO WS-REC-ID-TXT.
           MOVE SPACES TO WS-REC-ESTADO.
           MOVE SPACES TO WS-REC-MOTIVO.
           UNSTRING RECIBO-LINHA DELIMITED BY ";"
               INTO WS-REC-ID-TXT WS-REC-ESTADO WS-REC-MOTIVO.
           IF (WS-REC-ID-TXT(1:8) IS NOT NUMERIC) THEN
               ADD 1 TO WS-RECIBOS-INVALIDOS
               GO FIM-TRATAR-RECIBO
           END-IF.
           MOVE WS-REC-ID-TXT(1:8) TO WS-REC-ID.
           MOVE 0 TO WS-NTF-ACHADA.
           PERFORM VARYING IDX-NTF FROM 1 BY 1
               UNTIL IDX-NTF > WS-NUM-NOTIFICACOES
               IF (NTF-T-ID(IDX-NTF) = WS-REC-ID) AND
                  (WS-REC-ID > 0) THEN
                   MOVE IDX-NTF TO WS-NTF-ACHADA
               END-IF
           END-PERFORM.
           IF (WS-NTF-ACHADA = 0) THEN
               ADD 1 TO WS-RECIBOS-INVALIDOS
               GO FIM-TRATAR-RECIBO
           END-IF.
           EVALUATE WS-REC-ESTADO
               WHEN "R"
                   MOVE "R" TO NTF-T-ESTADO(WS-NTF-ACHADA)
                   MOVE SPACES TO NTF-T-MOTIVO(WS-NTF-ACHADA)
                   ADD 1 TO WS-ENTREGUES
               WHEN "F"
                   MOVE "F" TO NTF-T-ESTADO(WS-NTF-ACHADA)
                   MOVE WS-REC-MOTIVO TO NTF-T-MOTIVO(WS-NTF-ACHADA)
                   IF (WS-REC-MOTIVO = SPACES) THEN
                       MOVE "RECUSADA PELA GATEWAY" TO
                           NTF-T-MOTIVO(WS-NTF-ACHADA)
                   END-IF
                   ADD 1 TO WS-FALHADAS
               WHEN "S"
                   MOVE "O" TO NTF-T-ESTADO(WS-NTF-ACHADA)
                   MOVE "CLIENTE RESPONDEU STOP" TO
                       NTF-T-MOTIVO(WS-NTF-ACHADA)
                   PERFORM MARCAR-RECUSA
                   ADD 1 TO WS-STOP
               WHEN OTHER
                   ADD 1 TO WS-RECIBOS-INVALIDOS
           END-EVALUATE.
       FIM-TRATAR-RECIBO.
           EXIT.

      * Pedido de STOP: a ficha de contacto do cliente fica com a
      * recusa; sem ficha, cria-se uma com o destino da mensagem.
       MARCAR-RECUSA.
           MOVE NTF-T-NEGOCIO(WS-NTF-ACHADA) TO WS-CON-PESQ-NEGOCIO.
           MOVE NTF-T-CHAVE(WS-NTF-ACHADA) TO WS-CON-PESQ-CHAVE.
           PERFORM PROCURAR-CONTACTO.
           IF (WS-CON-ACHADO = 0) THEN
               IF (WS-NUM-CONTACTOS >= 2000) THEN
                   DISPLAY "TABELA DE CONTACTOS CHEIA - STOP DE "
                       WS-CON-PESQ-CHAVE " NAO REGISTADO."
               ELSE
                   ADD 1 TO WS-NUM-CONTACTOS
                   MOVE WS-NUM-CONTACTOS TO WS-CON-ACHADO
                   MOVE SPACES TO CON-ITEM(WS-CON-ACHADO)
                   MOVE WS-CON-PESQ-NEGOCIO TO
                       CON-T-NEGOCIO(WS-CON-ACHADO)
                   MOVE WS-CON-PESQ-CHAVE TO CON-T-CHAVE(WS-CON-ACHADO)
                   MOVE NTF-T-NOME(WS-NTF-ACHADA) TO
                       CON-T-NOME(WS-CON-ACHADO)
                   MOVE 0 TO CON-T-TELEFONE(WS-CON-ACHADO)
                   MOVE NTF-T-CANAL(WS-NTF-ACHADA) TO
                       CON-T-CANAL(WS-CON-ACHADO)
                   IF (NTF-T-CANAL(WS-NTF-ACHADA) = "E") THEN
                       MOVE NTF-T-DESTINO(WS-NTF-ACHADA) TO
                           CON-T-EMAIL(WS-CON-ACHADO)
                   ELSE
                       IF (NTF-T-DESTINO(WS-NTF-ACHADA)(1:9)
                           IS NUMERIC) THEN
                           MOVE NTF-T-DESTINO(WS-NTF-ACHADA)(1:9)
                               TO CON-T-TELEFONE(WS-CON-ACHADO)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF (WS-CON-ACHADO > 0) THEN
               IF (CON-T-RECUSA(WS-CON-ACHADO) NOT = "S") THEN
                   MOVE "S" TO CON-T-RECUSA(WS-CON-ACHADO)
                   MOVE WS-HOJE TO CON-T-DATA-RECUSA(WS-CON-ACHADO)
                   MOVE "S" TO WS-CONTACTOS-ALTERADOS
               END-IF
           END-IF.

      * Relatorio para o balcao: mensagens falhadas, clientes sem
      * contacto (a quem pedir telefone ou correio) e clientes que
      * recusaram mensagens, com o resumo da caixa de saida.
       RELATORIO-FALHAS.
           PERFORM CARREGAR-NOTIFICACOES.
           PERFORM CARREGAR-CONTACTOS.
           MOVE 0 TO WS-PENDENTES.
           MOVE 0 TO WS-ENVIADAS.
           MOVE 0 TO WS-ENTREGUES.
           MOVE 0 TO WS-FALHADAS.
           MOVE 0 TO WS-RECUSADAS.
           MOVE 0 TO WS-SEM-CONTACTO.
           MOVE 0 TO WS-REPETIDAS.
           PERFORM VARYING IDX-NTF FROM 1 BY 1
               UNTIL IDX-NTF > WS-NUM-NOTIFICACOES
               EVALUATE NTF-T-ESTADO(IDX-NTF)
                   WHEN SPACE ADD 1 TO WS-PENDENTES
                   WHEN "E"   ADD 1 TO WS-ENVIADAS
                   WHEN "R"   ADD 1 TO WS-ENTREGUES
                   WHEN "F"   ADD 1 TO WS-FALHADAS
                   WHEN "O"   ADD 1 TO WS-RECUSADAS
                   WHEN "C"   ADD 1 TO WS-SEM-CONTACTO
                   WHEN "D"   ADD 1 TO WS-REPETIDAS
               END-EVALUATE
           END-PERFORM.
           OPEN OUTPUT RELATORIO-NOTIFICACOES.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "MENSAGENS A CLIENTES - FALHAS E RECUSAS - "
               WS-HOJE DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "--- MENSAGENS FALHADAS ---" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "ID       DATA     NEG MODELO     CLIENTE"
               & "              DESTINO / MOTIVO"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE 0 TO WS-LISTADAS.
           PERFORM VARYING IDX-NTF FROM 1 BY 1
               UNTIL IDX-NTF > WS-NUM-NOTIFICACOES
               IF (NTF-T-ESTADO(IDX-NTF) = "F") THEN
                   PERFORM ESCREVER-MENSAGEM
               END-IF
           END-PERFORM.
           IF (WS-LISTADAS = 0) THEN
               MOVE "(NENHUMA)" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "--- CLIENTES SEM CONTACTO ---" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE 0 TO WS-LISTADAS.
           PERFORM VARYING IDX-NTF FROM 1 BY 1
               UNTIL IDX-NTF > WS-NUM-NOTIFICACOES
               IF (NTF-T-ESTADO(IDX-NTF) = "C") THEN
                   PERFORM ESCREVER-MENSAGEM
               END-IF
           END-PERFORM.
           IF (WS-LISTADAS = 0) THEN
               MOVE "(NENHUM)" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "--- CLIENTES QUE RECUSARAM MENSAGENS ---"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "NEG CHAVE                NOME"
               & "                           DESDE"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE 0 TO WS-LISTADAS.
           PERFORM VARYING IDX-CON FROM 1 BY 1
               UNTIL IDX-CON > WS-NUM-CONTACTOS
               IF (CON-T-RECUSA(IDX-CON) = "S") THEN
                   ADD 1 TO WS-LISTADAS
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING CON-T-NEGOCIO(IDX-CON) " "
                       CON-T-CHAVE(IDX-CON) " "
                       CON-T-NOME(IDX-CON) " "
                       CON-T-DATA-RECUSA(IDX-CON)
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF
           END-PERFORM.
           IF (WS-LISTADAS = 0) THEN
               MOVE "(NENHUM)" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "--- RESUMO DA CAIXA DE SAIDA ---" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           STRING "POR ENVIAR: " WS-PENDENTES
               "  ENVIADAS: " WS-ENVIADAS
               "  ENTREGUES: " WS-ENTREGUES
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "FALHADAS: " WS-FALHADAS
               "  RECUSADAS: " WS-RECUSADAS
               "  SEM CONTACTO: " WS-SEM-CONTACTO
               "  REPETIDAS: " WS-REPETIDAS
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           CLOSE RELATORIO-NOTIFICACOES.
           DISPLAY "FALHADAS: " WS-FALHADAS
               "  SEM CONTACTO: " WS-SEM-CONTACTO
               "  RECUSADAS: " WS-RECUSADAS.
           DISPLAY "RELATORIO GRAVADO EM RELATORIO-NOTIFICACOES.TXT".
       FIM-RELATORIO-FALHAS.
           EXIT.

       ESCREVER-MENSAGEM.
           ADD 1 TO WS-LISTADAS.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING NTF-T-ID(IDX-NTF) " " NTF-T-DATA(IDX-NTF) " "
               NTF-T-NEGOCIO(IDX-NTF) " " NTF-T-MODELO(IDX-NTF) " "
               NTF-T-NOME(IDX-NTF)(1:20) " "
               NTF-T-DESTINO(IDX-NTF)(1:20) " "
               NTF-T-MOTIVO(IDX-NTF)
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      * Ficha de contacto de um cliente num negocio: a chave e a
      * mesma que os programas poem nas mensagens (telefone na
      * pizzaria, carta de conducao no aluguer, conta na agua, carta
      * ou matricula nas multas). A recusa N volta a permitir envios.
       REGISTAR-CONTACTO.
           PERFORM CARREGAR-CONTACTOS.
           IF (WS-CON-TRUNCADA = "S") THEN
               DISPLAY "CONTACTOS.DAT EXCEDE 2000 REGISTOS - "
                   "ALTERACAO RECUSADA PARA NAO PERDER DADOS."
               GO FIM-REGISTAR-CONTACTO
           END-IF.
           DISPLAY "NEGOCIO (PIZ/ALG/AGA/MUL): " WITH NO ADVANCING.
           ACCEPT WS-CON-NEGOCIO.
           MOVE FUNCTION UPPER-CASE(WS-CON-NEGOCIO) TO WS-CON-NEGOCIO.
           IF (NOT VALIDAR-NEGOCIO) THEN
               DISPLAY "NEGOCIO INVALIDO!"
               GO FIM-REGISTAR-CONTACTO
           END-IF.
           DISPLAY "CHAVE DO CLIENTE: " WITH NO ADVANCING.
           ACCEPT WS-CON-CHAVE.
           MOVE FUNCTION UPPER-CASE(WS-CON-CHAVE) TO WS-CON-CHAVE.
           IF (WS-CON-CHAVE = SPACES) THEN
               DISPLAY "CHAVE EM BRANCO!"
               GO FIM-REGISTAR-CONTACTO
           END-IF.
           MOVE WS-CON-NEGOCIO TO WS-CON-PESQ-NEGOCIO.
           MOVE WS-CON-CHAVE TO WS-CON-PESQ-CHAVE.
           PERFORM PROCURAR-CONTACTO.
           IF (WS-CON-ACHADO > 0) THEN
               DISPLAY "FICHA ATUAL: " CON-T-NOME(WS-CON-ACHADO)
               DISPLAY "  TELEFONE " CON-T-TELEFONE(WS-CON-ACHADO)
                   "  CANAL " CON-T-CANAL(WS-CON-ACHADO)
                   "  RECUSA " CON-T-RECUSA(WS-CON-ACHADO)
               DISPLAY "  CORREIO " CON-T-EMAIL(WS-CON-ACHADO)
           ELSE
               IF (WS-NUM-CONTACTOS >= 2000) THEN
                   DISPLAY "TABELA DE CONTACTOS CHEIA!"
                   GO FIM-REGISTAR-CONTACTO
               END-IF
               DISPLAY "CLIENTE SEM FICHA DE CONTACTO - NOVA FICHA."
           END-IF.
           DISPLAY "NOME: " WITH NO ADVANCING.
           ACCEPT WS-CON-NOME.
           DISPLAY "TELEFONE (0 SE NAO TEM): " WITH NO ADVANCING.
           MOVE 0 TO WS-CON-TELEFONE.
           ACCEPT WS-CON-TELEFONE.
           IF (WS-CON-TELEFONE > 0) AND
              (WS-CON-TELEFONE < 200000000) THEN
               DISPLAY "TELEFONE INVALIDO!"
               GO FIM-REGISTAR-CONTACTO
           END-IF.
           DISPLAY "CORREIO ELETRONICO: " WITH NO ADVANCING.
           ACCEPT WS-CON-EMAIL.
           DISPLAY "CANAL PREFERIDO (S-SMS / E-CORREIO): "
               WITH NO ADVANCING.
           ACCEPT WS-CON-CANAL.
           MOVE FUNCTION UPPER-CASE(WS-CON-CANAL) TO WS-CON-CANAL.
           IF (NOT VALIDAR-CANAL) THEN
               DISPLAY "CANAL INVALIDO!"
               GO FIM-REGISTAR-CONTACTO
           END-IF.
           DISPLAY "RECUSA MENSAGENS (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CON-RECUSA.
           MOVE FUNCTION UPPER-CASE(WS-CON-RECUSA) TO WS-CON-RECUSA.
           IF (NOT VALIDAR-RECUSA) THEN
               DISPLAY "RESPOSTA INVALIDA!"
               GO FIM-REGISTAR-CONTACTO
           END-IF.
           IF (WS-CON-ACHADO = 0) THEN
               ADD 1 TO WS-NUM-CONTACTOS
               MOVE WS-NUM-CONTACTOS TO WS-CON-ACHADO
               MOVE SPACES TO CON-ITEM(WS-CON-ACHADO)
               MOVE 0 TO CON-T-DATA-RECUSA(WS-CON-ACHADO)
               MOVE WS-CON-NEGOCIO TO CON-T-NEGOCIO(WS-CON-ACHADO)
               MOVE WS-CON-CHAVE TO CON-T-CHAVE(WS-CON-ACHADO)
           END-IF.
           IF (WS-CON-NOME NOT = SPACES) THEN
               MOVE WS-CON-NOME TO CON-T-NOME(WS-CON-ACHADO)
           END-IF.
           MOVE WS-CON-TELEFONE TO CON-T-TELEFONE(WS-CON-ACHADO).
           MOVE WS-CON-EMAIL TO CON-T-EMAIL(WS-CON-ACHADO).
           MOVE WS-CON-CANAL TO CON-T-CANAL(WS-CON-ACHADO).
           IF (WS-CON-RECUSA = "S") THEN
               IF (CON-T-RECUSA(WS-CON-ACHADO) NOT = "S") THEN
                   MOVE WS-HOJE TO CON-T-DATA-RECUSA(WS-CON-ACHADO)
               END-IF
               MOVE "S" TO CON-T-RECUSA(WS-CON-ACHADO)
           ELSE
               MOVE "N" TO CON-T-RECUSA(WS-CON-ACHADO)
               MOVE 0 TO CON-T-DATA-RECUSA(WS-CON-ACHADO)
           END-IF.
           PERFORM GRAVAR-CONTACTOS.
           DISPLAY "FICHA DE CONTACTO GRAVADA.".
       FIM-REGISTAR-CONTACTO.
           EXIT.

       CARREGAR-NOTIFICACOES.
           MOVE 0 TO WS-NUM-NOTIFICACOES.
           MOVE "N" TO WS-NTF-TRUNCADA.
           MOVE SPACES TO WS-NOTIFICACOES-STATUS.
           OPEN INPUT FICHEIRO-NOTIFICACOES.
           IF (WS-NOTIFICACOES-STATUS = "00") THEN
               PERFORM UNTIL WS-NOTIFICACOES-STATUS = "10"
                   READ FICHEIRO-NOTIFICACOES
                       AT END MOVE "10" TO WS-NOTIFICACOES-STATUS
                       NOT AT END
                           IF (WS-NUM-NOTIFICACOES < 3000) THEN
                               ADD 1 TO WS-NUM-NOTIFICACOES
                               MOVE REG-NOTIFICACAO TO
                                   NTF-ITEM(WS-NUM-NOTIFICACOES)
                           ELSE
                               MOVE "S" TO WS-NTF-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-NOTIFICACOES.

       GRAVAR-NOTIFICACOES.
           OPEN OUTPUT FICHEIRO-NOTIFICACOES.
           PERFORM VARYING IDX-NTF FROM 1 BY 1
               UNTIL IDX-NTF > WS-NUM-NOTIFICACOES
               MOVE NTF-ITEM(IDX-NTF) TO REG-NOTIFICACAO
               WRITE REG-NOTIFICACAO
           END-PERFORM.
           CLOSE FICHEIRO-NOTIFICACOES.

       COPY "CONTACTOS-PROC.cpy".

       END PROGRAM ENVIO-NOTIFICACOES.
