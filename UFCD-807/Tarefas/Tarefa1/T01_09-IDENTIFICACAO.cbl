      ******************************************************************
      * Author:
      * Date:
      * Purpose: Identificacao do condutor nas multas de radar - a
      *          multa do radar fica em nome da matricula, por isso o
      *          proprietario (VEICULOS.DAT) e notificado para indicar
      *          quem conduzia (NOTIFICACOES-IDENT.TXT) dentro do prazo
      *          legal. O condutor indicado (nome, carta e morada)
      *          passa a ser o titular da multa em MULTAS.DAT, com os
      *          pontos em PONTOS-CARTA.DAT e as prestacoes em
      *          PRESTACOES.DAT; sem resposta no prazo a multa fica
      *          confirmada contra o proprietario. O estado de cada
      *          processo fica em IDENTIFICACOES.DAT e cada mudanca de
      *          responsavel em RESPONSABILIDADE-MULTAS.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T01_09-IDENTIFICACAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "MULTAS-SELECT.cpy".
           COPY "VEICULOS-SELECT.cpy".
           COPY "PRESTACOES-SELECT.cpy".
           COPY "IDENTIFICACOES-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           SELECT FICHEIRO-RESPONSAVEIS
               ASSIGN TO "RESPONSABILIDADE-MULTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSAVEIS-STATUS.
           SELECT FICHEIRO-PONTOS ASSIGN TO "PONTOS-CARTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PONTOS-STATUS.
           SELECT FICHEIRO-SUSPENSOES ASSIGN TO "SUSPENSOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSOES-STATUS.
           SELECT CARTAS-SUSPENSAO ASSIGN TO "CARTAS-SUSPENSAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTIFICACOES-IDENT ASSIGN TO "NOTIFICACOES-IDENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "MULTAS-FD.cpy".
           COPY "VEICULOS-FD.cpy".
           COPY "PRESTACOES-FD.cpy".
           COPY "IDENTIFICACOES-FD.cpy".
           COPY "OPERADOR-SESSAO-FD.cpy".

      * Historico de responsabilidade: cada evento diz quem responde
      * pela multa a partir da data do evento - (N)otificado o
      * proprietario, condutor (I)dentificado, ou (C)onfirmada contra o
      * proprietario. RSP-CARTA e o titular da multa em MULTAS.DAT.
       FD  FICHEIRO-RESPONSAVEIS.
       01  REG-RESPONSAVEL.
           05 RSP-PLACA           PIC X(08).
           05 RSP-DATA-MULTA      PIC 9(08).
           05 RSP-DATA-EVENTO     PIC 9(08).
           05 RSP-EVENTO          PIC X(01).
           05 RSP-CARTA           PIC X(10).
           05 RSP-NOME            PIC X(30).
           05 RSP-OPERADOR        PIC X(04).

       FD  FICHEIRO-PONTOS.
       01  REG-PONTOS.
           05 PTS-CARTA           PIC X(10).
           05 PTS-PONTOS          PIC 9(03).
           05 PTS-SUSPENSO        PIC X(01).

       FD  FICHEIRO-SUSPENSOES.
       01  REG-SUSPENSAO.
           05 SUS-CARTA           PIC X(10).
           05 SUS-INICIO          PIC 9(08).
           05 SUS-FIM             PIC 9(08).
           05 SUS-MOTIVO          PIC X(30).

       FD  CARTAS-SUSPENSAO.
       01  CARTA-SUS-LINHA        PIC X(60).

       FD  NOTIFICACOES-IDENT.
       01  NOTIFICACAO-LINHA      PIC X(70).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       77 WS-MULTAS-STATUS       PIC XX VALUES SPACES.
       77 WS-VEICULOS-STATUS     PIC XX VALUES SPACES.
       77 WS-PRESTACOES-STATUS   PIC XX VALUES SPACES.
       77 WS-RESPONSAVEIS-STATUS PIC XX VALUES SPACES.
       77 WS-PONTOS-STATUS       PIC XX VALUES SPACES.
       77 WS-SUSPENSOES-STATUS   PIC XX VALUES SPACES.
       COPY "IDENTIFICACOES-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 5.
      * Prazo legal, em dias, para o proprietario identificar o
      * condutor a contar da notificacao.
       77 WS-PRAZO-IDENT         PIC 9(03) VALUES 15.
       77 WS-LIMIAR-PONTOS       PIC 9(03) VALUES 12.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-PLACA               PIC X(08) VALUES SPACES.
       77 WS-DATA-MULTA          PIC 9(08) VALUES 0.
       77 WS-CARTA               PIC X(10) VALUES SPACES.
       77 WS-NOME                PIC X(30) VALUES SPACES.
       77 WS-MORADA              PIC X(40) VALUES SPACES.
       77 WS-PROPRIETARIO        PIC X(30) VALUES SPACES.
       77 WS-MORADA-PROP         PIC X(40) VALUES SPACES.
       77 WS-REG-MULTA-ANT       PIC X(135) VALUES SPACES.
       77 WS-PONTOS-MULTA        PIC 9(02) VALUES 0.
       77 WS-SUSPENSAO           PIC X(01) VALUES "N".
       77 WS-SUS-INICIO          PIC 9(08) VALUES 0.
       77 WS-SUS-FIM             PIC 9(08) VALUES 0.
       77 WS-NOTIFICADAS         PIC 9(03) VALUES 0.
       77 WS-CONFIRMADAS         PIC 9(03) VALUES 0.
       77 WS-PENDENTES           PIC 9(03) VALUES 0.
       77 WS-PRE-MOVIDAS         PIC 9(02) VALUES 0.
       77 WS-FORMAT              PIC Z(5)9.99.
       77 IDX-VEI                PIC 9(03) VALUES 0.
       77 WS-NUM-VEICULOS        PIC 9(03) VALUES 0.
       77 IDX-PTS                PIC 9(03) VALUES 0.
       77 WS-NUM-PONTOS          PIC 9(03) VALUES 0.
       77 WS-PTS-ACHADO          PIC 9(03) VALUES 0.
       77 WS-PTS-TRUNCADA        PIC A VALUES "N".
       77 IDX-PRE                PIC 9(03) VALUES 0.
       77 WS-NUM-PRESTACOES      PIC 9(03) VALUES 0.
       77 WS-PRE-TRUNCADA        PIC A VALUES "N".
       01 TABELA-VEICULOS.
           05 VEI-ITEM OCCURS 200 TIMES.
               10 VEI-T-PLACA        PIC X(08).
               10 VEI-T-PROPRIETARIO PIC X(30).
               10 VEI-T-MORADA       PIC X(40).
       01 TABELA-PONTOS.
           05 PTS-ITEM OCCURS 200 TIMES.
               10 PTS-T-CARTA     PIC X(10).
               10 PTS-T-PONTOS    PIC 9(03).
               10 PTS-T-SUSPENSO  PIC X(01).
       01 TABELA-PRESTACOES.
           05 PRE-ITEM OCCURS 500 TIMES.
               10 PRE-T-CONDUTOR     PIC X(10).
               10 PRE-T-DATA-MULTA   PIC 9(08).
               10 PRE-T-NUM          PIC 9(02).
               10 PRE-T-VENCIMENTO   PIC 9(08).
               10 PRE-T-VALOR        PIC 9(06)V99.
               10 PRE-T-DATA-PAGO    PIC 9(08).

       PROCEDURE DIVISION.
       INICIO-IDENTIFICACAO.
           MOVE "T01_09-IDENTIFICACAO" TO WS-JRN-PROGRAMA.
           PERFORM LER-OPERADOR-SESSAO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-VEICULOS.
           PERFORM CARREGAR-IDENTIFICACOES.
      * Uma carga truncada seguida da regravacao integral apagaria
      * processos - o programa recusa-se a correr.
           IF (WS-IDT-TRUNCADA = "S") THEN
               DISPLAY "IDENTIFICACOES.DAT EXCEDE 500 REGISTOS - "
                   "OPERACAO RECUSADA PARA NAO PERDER DADOS."
               STOP RUN
           END-IF.
       MENU-IDENTIFICACAO.
           DISPLAY "=== IDENTIFICACAO DO CONDUTOR (RADAR) ===".
           DISPLAY "1 - NOTIFICAR PROPRIETARIOS".
           DISPLAY "2 - REGISTAR CONDUTOR IDENTIFICADO".
           DISPLAY "3 - CONFIRMAR PRAZOS EXPIRADOS".
           DISPLAY "4 - PROCESSOS PENDENTES".
           DISPLAY "5 - HISTORICO DE RESPONSABILIDADE DE UMA MULTA".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-IDENTIFICACAO
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM NOTIFICAR-PROPRIETARIOS
                          THRU FIM-NOTIFICAR-PROPRIETARIOS
               WHEN 2 PERFORM REGISTAR-CONDUTOR
                          THRU FIM-REGISTAR-CONDUTOR
               WHEN 3 PERFORM CONFIRMAR-PRAZOS
               WHEN 4 PERFORM LISTAR-PENDENTES
               WHEN 5 PERFORM HISTORICO-RESPONSABILIDADE
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-IDENTIFICACAO.

      * Multas de radar por pagar, ainda em nome da matricula e sem
      * processo aberto: notifica o proprietario e abre o processo com
      * o prazo legal a contar de hoje.
       NOTIFICAR-PROPRIETARIOS.
           MOVE 0 TO WS-NOTIFICADAS.
           MOVE SPACES TO WS-MULTAS-STATUS.
           OPEN INPUT FICHEIRO-MULTAS.
           IF (WS-MULTAS-STATUS NOT = "00") THEN
               DISPLAY "MULTAS.DAT INDISPONIVEL (ESTADO "
                   WS-MULTAS-STATUS ")."
               CLOSE FICHEIRO-MULTAS
               GO FIM-NOTIFICAR-PROPRIETARIOS
           END-IF.
           OPEN EXTEND NOTIFICACOES-IDENT.
           PERFORM UNTIL WS-MULTAS-STATUS = "10"
               READ FICHEIRO-MULTAS NEXT
                   AT END MOVE "10" TO WS-MULTAS-STATUS
                   NOT AT END
                       IF (MUL-ORIGEM = "R") AND (MUL-PAGO = "N") AND
                          (MUL-CONTESTADA NOT = "S") AND
                          (MUL-CONDUTOR = MUL-PLACA) THEN
                           PERFORM ABRIR-PROCESSO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NOTIFICACOES-IDENT.
           CLOSE FICHEIRO-MULTAS.
           PERFORM GRAVAR-IDENTIFICACOES.
           DISPLAY WS-NOTIFICADAS " PROPRIETARIO(S) NOTIFICADO(S) EM "
               "NOTIFICACOES-IDENT.TXT.".
       FIM-NOTIFICAR-PROPRIETARIOS.
           EXIT.

       ABRIR-PROCESSO.
           MOVE MUL-PLACA TO WS-IDT-PESQ-PLACA.
           MOVE MUL-DATA TO WS-IDT-PESQ-DATA.
           PERFORM PROCURAR-IDENTIFICACAO.
           IF (WS-IDT-ACHADO = 0) THEN
               IF (WS-NUM-IDENTIFICACOES < 500) THEN
                   MOVE MUL-PLACA TO WS-PLACA
                   PERFORM OBTER-PROPRIETARIO
                   ADD 1 TO WS-NUM-IDENTIFICACOES
                   MOVE WS-NUM-IDENTIFICACOES TO IDX-IDT
                   MOVE MUL-PLACA TO IDT-T-PLACA(IDX-IDT)
                   MOVE MUL-DATA TO IDT-T-DATA-MULTA(IDX-IDT)
                   MOVE "P" TO IDT-T-ESTADO(IDX-IDT)
                   MOVE WS-HOJE TO IDT-T-DATA-NOTIF(IDX-IDT)
                   COMPUTE IDT-T-PRAZO(IDX-IDT) =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-HOJE) +
                           WS-PRAZO-IDENT)
                   MOVE SPACES TO IDT-T-CARTA(IDX-IDT)
                   MOVE SPACES TO IDT-T-NOME(IDX-IDT)
                   MOVE SPACES TO IDT-T-MORADA(IDX-IDT)
                   MOVE 0 TO IDT-T-DATA-FECHO(IDX-IDT)
                   PERFORM IMPRIMIR-NOTIFICACAO
                   MOVE MUL-PLACA TO RSP-PLACA
                   MOVE MUL-DATA TO RSP-DATA-MULTA
                   MOVE "N" TO RSP-EVENTO
                   MOVE MUL-CONDUTOR TO RSP-CARTA
                   MOVE WS-PROPRIETARIO TO RSP-NOME
                   PERFORM GRAVAR-RESPONSAVEL
                   ADD 1 TO WS-NOTIFICADAS
               ELSE
                   DISPLAY "IDENTIFICACOES.DAT CHEIO - MULTA "
                       MUL-PLACA " " MUL-DATA " NAO NOTIFICADA."
               END-IF
           END-IF.

       IMPRIMIR-NOTIFICACAO.
           MOVE "============================================"
               TO NOTIFICACAO-LINHA.
           WRITE NOTIFICACAO-LINHA.
           MOVE "NOTIFICACAO PARA IDENTIFICACAO DO CONDUTOR"
               TO NOTIFICACAO-LINHA.
           WRITE NOTIFICACAO-LINHA.
           MOVE SPACES TO NOTIFICACAO-LINHA.
           STRING "DESTINATARIO: " WS-PROPRIETARIO
               DELIMITED BY SIZE INTO NOTIFICACAO-LINHA.
           WRITE NOTIFICACAO-LINHA.
           MOVE SPACES TO NOTIFICACAO-LINHA.
           STRING "MORADA: " WS-MORADA-PROP
               DELIMITED BY SIZE INTO NOTIFICACAO-LINHA.
           WRITE NOTIFICACAO-LINHA.
           MOVE SPACES TO NOTIFICACAO-LINHA.
           STRING "VEICULO " MUL-PLACA " - INFRACAO DE " MUL-DATA
               " (RADAR " MUL-RADAR ")"
               DELIMITED BY SIZE INTO NOTIFICACAO-LINHA.
           WRITE NOTIFICACAO-LINHA.
           MOVE SPACES TO NOTIFICACAO-LINHA.
           STRING "LOCAL: " MUL-LOCAL " EXCESSO: " MUL-EXCESSO
               " KM/H"
               DELIMITED BY SIZE INTO NOTIFICACAO-LINHA.
           WRITE NOTIFICACAO-LINHA.
           MOVE MUL-VALOR TO WS-FORMAT.
           MOVE SPACES TO NOTIFICACAO-LINHA.
           STRING "VALOR DA COIMA: " WS-FORMAT
               DELIMITED BY SIZE INTO NOTIFICACAO-LINHA.
           WRITE NOTIFICACAO-LINHA.
           MOVE SPACES TO NOTIFICACAO-LINHA.
           STRING "IDENTIFIQUE O CONDUTOR (NOME, CARTA E MORADA) ATE "
               IDT-T-PRAZO(IDX-IDT) "."
               DELIMITED BY SIZE INTO NOTIFICACAO-LINHA.
           WRITE NOTIFICACAO-LINHA.
           MOVE "SEM RESPOSTA NO PRAZO A MULTA FICA CONFIRMADA EM SEU"
               TO NOTIFICACAO-LINHA.
           WRITE NOTIFICACAO-LINHA.
           MOVE "NOME, COM OS RESPETIVOS PRAZOS DE PAGAMENTO."
               TO NOTIFICACAO-LINHA.
           WRITE NOTIFICACAO-LINHA.
           MOVE "============================================"
               TO NOTIFICACAO-LINHA.
           WRITE NOTIFICACAO-LINHA.

      * O condutor indicado passa a titular da multa: nova chave em
      * MULTAS.DAT (carta + data da infracao), prazos de pagamento a
      * contar de hoje, pontos averbados na carta dele e prestacoes
      * ja acordadas movidas para o seu nome.
       REGISTAR-CONDUTOR.
           DISPLAY "MATRICULA: " WITH NO ADVANCING.
           ACCEPT WS-PLACA.
           MOVE FUNCTION UPPER-CASE(WS-PLACA) TO WS-PLACA.
           DISPLAY "DATA DA INFRACAO (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DATA-MULTA.
           MOVE WS-PLACA TO WS-IDT-PESQ-PLACA.
           MOVE WS-DATA-MULTA TO WS-IDT-PESQ-DATA.
           PERFORM PROCURAR-IDENTIFICACAO.
           IF (WS-IDT-ACHADO = 0) THEN
               DISPLAY "SEM NOTIFICACAO PARA ESTA MULTA!"
               GO FIM-REGISTAR-CONDUTOR
           END-IF.
           IF (IDT-T-ESTADO(WS-IDT-ACHADO) NOT = "P") THEN
               DISPLAY "PROCESSO JA ENCERRADO (ESTADO "
                   IDT-T-ESTADO(WS-IDT-ACHADO) ")."
               GO FIM-REGISTAR-CONDUTOR
           END-IF.
           IF (WS-HOJE > IDT-T-PRAZO(WS-IDT-ACHADO)) THEN
               DISPLAY "PRAZO EXPIRADO EM " IDT-T-PRAZO(WS-IDT-ACHADO)
                   " - MULTA CONFIRMADA CONTRA O PROPRIETARIO."
               MOVE WS-IDT-ACHADO TO IDX-IDT
               PERFORM CONFIRMAR-PROPRIETARIO
               PERFORM GRAVAR-IDENTIFICACOES
               GO FIM-REGISTAR-CONDUTOR
           END-IF.
           DISPLAY "CARTA DE CONDUCAO DO CONDUTOR: " WITH NO ADVANCING.
           ACCEPT WS-CARTA.
           MOVE FUNCTION UPPER-CASE(WS-CARTA) TO WS-CARTA.
           IF (WS-CARTA = SPACES) THEN
               DISPLAY "CARTA DE CONDUCAO OBRIGATORIA!"
               GO FIM-REGISTAR-CONDUTOR
           END-IF.
           DISPLAY "NOME DO CONDUTOR: " WITH NO ADVANCING.
           ACCEPT WS-NOME.
           DISPLAY "MORADA DO CONDUTOR: " WITH NO ADVANCING.
           ACCEPT WS-MORADA.
           IF (WS-NOME = SPACES) OR (WS-MORADA = SPACES) THEN
               DISPLAY "NOME E MORADA OBRIGATORIOS!"
               GO FIM-REGISTAR-CONDUTOR
           END-IF.
      * Cadastros carregados antes de mexer na multa: com um deles
      * truncado a transferencia ficaria a meio.
           PERFORM CARREGAR-PONTOS.
           PERFORM CARREGAR-PRESTACOES.
           IF (WS-PRE-TRUNCADA = "S") OR (WS-PTS-TRUNCADA = "S") THEN
               DISPLAY "PRESTACOES.DAT OU PONTOS-CARTA.DAT SEM "
                   "CAPACIDADE - TRANSFERENCIA RECUSADA."
               GO FIM-REGISTAR-CONDUTOR
           END-IF.
           MOVE SPACES TO WS-MULTAS-STATUS.
           OPEN I-O FICHEIRO-MULTAS.
           IF (WS-MULTAS-STATUS NOT = "00") THEN
               DISPLAY "MULTAS.DAT INDISPONIVEL (ESTADO "
                   WS-MULTAS-STATUS ")."
               CLOSE FICHEIRO-MULTAS
               GO FIM-REGISTAR-CONDUTOR
           END-IF.
           MOVE WS-PLACA TO MUL-CONDUTOR.
           MOVE WS-DATA-MULTA TO MUL-DATA.
           READ FICHEIRO-MULTAS
               INVALID KEY
                   DISPLAY "MULTA NAO ENCONTRADA EM NOME DA MATRICULA!"
                   CLOSE FICHEIRO-MULTAS
                   GO FIM-REGISTAR-CONDUTOR
           END-READ.
           IF (MUL-PAGO NOT = "N") THEN
               DISPLAY "MULTA JA PAGA OU ANULADA - NAO SE TRANSFERE."
               CLOSE FICHEIRO-MULTAS
               GO FIM-REGISTAR-CONDUTOR
           END-IF.
           MOVE REG-MULTA TO WS-REG-MULTA-ANT.
           MOVE MUL-PONTOS TO WS-PONTOS-MULTA.
           MOVE MUL-SUSPENSAO TO WS-SUSPENSAO.
           MOVE WS-CARTA TO MUL-CONDUTOR.
           MOVE WS-HOJE TO MUL-DATA-BASE.
           MOVE SPACES TO MUL-ULT-AVISO.
           MOVE 0 TO MUL-DATA-AVISO.
           WRITE REG-MULTA
               INVALID KEY
                   DISPLAY "JA EXISTE MULTA DESTA CARTA NESSA DATA - "
                       "TRANSFERENCIA RECUSADA."
                   CLOSE FICHEIRO-MULTAS
                   GO FIM-REGISTAR-CONDUTOR
           END-WRITE.
           MOVE "I" TO WS-JRN-OPERACAO.
           PERFORM JORNAL-MULTA.
           MOVE WS-REG-MULTA-ANT TO REG-MULTA.
           DELETE FICHEIRO-MULTAS RECORD.
           IF (WS-MULTAS-STATUS = "00") THEN
               MOVE WS-REG-MULTA-ANT TO WS-JRN-ANTES
               MOVE MUL-CHAVE TO WS-JRN-CHAVE
               MOVE "E" TO WS-JRN-OPERACAO
               PERFORM JORNAL-MULTA
           END-IF.
           CLOSE FICHEIRO-MULTAS.
           PERFORM TRANSFERIR-PONTOS.
           PERFORM TRANSFERIR-PRESTACOES.
           MOVE WS-IDT-ACHADO TO IDX-IDT.
           MOVE "I" TO IDT-T-ESTADO(IDX-IDT).
           MOVE WS-CARTA TO IDT-T-CARTA(IDX-IDT).
           MOVE WS-NOME TO IDT-T-NOME(IDX-IDT).
           MOVE WS-MORADA TO IDT-T-MORADA(IDX-IDT).
           MOVE WS-HOJE TO IDT-T-DATA-FECHO(IDX-IDT).
           PERFORM GRAVAR-IDENTIFICACOES.
           MOVE WS-PLACA TO RSP-PLACA.
           MOVE WS-DATA-MULTA TO RSP-DATA-MULTA.
           MOVE "I" TO RSP-EVENTO.
           MOVE WS-CARTA TO RSP-CARTA.
           MOVE WS-NOME TO RSP-NOME.
           PERFORM GRAVAR-RESPONSAVEL.
           DISPLAY "MULTA TRANSFERIDA PARA A CARTA " WS-CARTA
               " (" WS-PONTOS-MULTA " PONTOS, " WS-PRE-MOVIDAS
               " PRESTACAO(OES))".
       FIM-REGISTAR-CONDUTOR.
           EXIT.

       TRANSFERIR-PONTOS.
           MOVE WS-PLACA TO PTS-CARTA.
           PERFORM VARYING IDX-PTS FROM 1 BY 1
               UNTIL IDX-PTS > WS-NUM-PONTOS
               IF (PTS-T-CARTA(IDX-PTS) = PTS-CARTA) THEN
                   IF (PTS-T-PONTOS(IDX-PTS) > WS-PONTOS-MULTA) THEN
                       SUBTRACT WS-PONTOS-MULTA
                           FROM PTS-T-PONTOS(IDX-PTS)
                   ELSE
                       MOVE 0 TO PTS-T-PONTOS(IDX-PTS)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM LOCALIZAR-PONTOS.
           IF (WS-PTS-ACHADO = 0) THEN
               DISPLAY "CADASTRO DE PONTOS CHEIO - PONTOS NAO"
                   " AVERBADOS!"
           ELSE
               ADD WS-PONTOS-MULTA TO PTS-T-PONTOS(WS-PTS-ACHADO)
               IF ((PTS-T-PONTOS(WS-PTS-ACHADO) >= WS-LIMIAR-PONTOS)
                  OR (WS-SUSPENSAO = "S")) AND
                  (PTS-T-SUSPENSO(WS-PTS-ACHADO) NOT = "S") THEN
                   MOVE "S" TO PTS-T-SUSPENSO(WS-PTS-ACHADO)
                   PERFORM ABRIR-SUSPENSAO
               END-IF
           END-IF.
           PERFORM GRAVAR-PONTOS.

       LOCALIZAR-PONTOS.
           MOVE 0 TO WS-PTS-ACHADO.
           PERFORM VARYING IDX-PTS FROM 1 BY 1
               UNTIL IDX-PTS > WS-NUM-PONTOS
               IF (PTS-T-CARTA(IDX-PTS) = WS-CARTA) THEN
                   MOVE IDX-PTS TO WS-PTS-ACHADO
               END-IF
           END-PERFORM.
           IF (WS-PTS-ACHADO = 0) AND (WS-NUM-PONTOS < 200) THEN
               ADD 1 TO WS-NUM-PONTOS
               MOVE WS-NUM-PONTOS TO WS-PTS-ACHADO
               MOVE WS-CARTA TO PTS-T-CARTA(WS-PTS-ACHADO)
               MOVE 0 TO PTS-T-PONTOS(WS-PTS-ACHADO)
               MOVE "N" TO PTS-T-SUSPENSO(WS-PTS-ACHADO)
           END-IF.

       ABRIR-SUSPENSAO.
           MOVE WS-HOJE TO WS-SUS-INICIO.
           COMPUTE WS-SUS-FIM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + 180).
           OPEN EXTEND FICHEIRO-SUSPENSOES.
           MOVE WS-CARTA TO SUS-CARTA.
           MOVE WS-SUS-INICIO TO SUS-INICIO.
           MOVE WS-SUS-FIM TO SUS-FIM.
           MOVE "PONTOS/EXCESSO GRAVE" TO SUS-MOTIVO.
           WRITE REG-SUSPENSAO.
           CLOSE FICHEIRO-SUSPENSOES.
           PERFORM IMPRIMIR-CARTA-SUSPENSAO.
           DISPLAY "*** SUSPENSAO ABERTA DE " WS-SUS-INICIO
               " A " WS-SUS-FIM " ***".

       IMPRIMIR-CARTA-SUSPENSAO.
           OPEN EXTEND CARTAS-SUSPENSAO.
           MOVE "============================================"
               TO CARTA-SUS-LINHA.
           WRITE CARTA-SUS-LINHA.
           MOVE SPACES TO CARTA-SUS-LINHA.
           STRING "NOTIFICACAO DE SUSPENSAO - CARTA " WS-CARTA
               DELIMITED BY SIZE INTO CARTA-SUS-LINHA.
           WRITE CARTA-SUS-LINHA.
           MOVE SPACES TO CARTA-SUS-LINHA.
           STRING "PONTOS ACUMULADOS: "
               PTS-T-PONTOS(WS-PTS-ACHADO)
               DELIMITED BY SIZE INTO CARTA-SUS-LINHA.
           WRITE CARTA-SUS-LINHA.
           MOVE SPACES TO CARTA-SUS-LINHA.
           STRING "SUSPENSAO DE " WS-SUS-INICIO " A " WS-SUS-FIM
               DELIMITED BY SIZE INTO CARTA-SUS-LINHA.
           WRITE CARTA-SUS-LINHA.
           MOVE "A CONDUCAO NESTE PERIODO CONSTITUI CRIME."
               TO CARTA-SUS-LINHA.
           WRITE CARTA-SUS-LINHA.
           MOVE "============================================"
               TO CARTA-SUS-LINHA.
           WRITE CARTA-SUS-LINHA.
           CLOSE CARTAS-SUSPENSAO.

       TRANSFERIR-PRESTACOES.
           MOVE 0 TO WS-PRE-MOVIDAS.
           MOVE WS-PLACA TO PRE-CONDUTOR.
           PERFORM VARYING IDX-PRE FROM 1 BY 1
               UNTIL IDX-PRE > WS-NUM-PRESTACOES
               IF (PRE-T-CONDUTOR(IDX-PRE) = PRE-CONDUTOR) AND
                  (PRE-T-DATA-MULTA(IDX-PRE) = WS-DATA-MULTA) THEN
                   MOVE WS-CARTA TO PRE-T-CONDUTOR(IDX-PRE)
                   ADD 1 TO WS-PRE-MOVIDAS
               END-IF
           END-PERFORM.
           IF (WS-PRE-MOVIDAS > 0) THEN
               PERFORM GRAVAR-PRESTACOES
           END-IF.

      * Prazo expirado sem resposta: a multa mantem-se na matricula e
      * o proprietario fica como responsavel.
       CONFIRMAR-PRAZOS.
           MOVE 0 TO WS-CONFIRMADAS.
           PERFORM VARYING IDX-IDT FROM 1 BY 1
               UNTIL IDX-IDT > WS-NUM-IDENTIFICACOES
               IF (IDT-T-ESTADO(IDX-IDT) = "P") AND
                  (IDT-T-PRAZO(IDX-IDT) < WS-HOJE) THEN
                   PERFORM CONFIRMAR-PROPRIETARIO
                   ADD 1 TO WS-CONFIRMADAS
               END-IF
           END-PERFORM.
           IF (WS-CONFIRMADAS > 0) THEN
               PERFORM GRAVAR-IDENTIFICACOES
           END-IF.
           DISPLAY WS-CONFIRMADAS " MULTA(S) CONFIRMADA(S) CONTRA O "
               "PROPRIETARIO.".

       CONFIRMAR-PROPRIETARIO.
           MOVE IDT-T-PLACA(IDX-IDT) TO WS-PLACA.
           PERFORM OBTER-PROPRIETARIO.
           MOVE "C" TO IDT-T-ESTADO(IDX-IDT).
           MOVE WS-PROPRIETARIO TO IDT-T-NOME(IDX-IDT).
           MOVE WS-MORADA-PROP TO IDT-T-MORADA(IDX-IDT).
           MOVE WS-HOJE TO IDT-T-DATA-FECHO(IDX-IDT).
           MOVE WS-PLACA TO RSP-PLACA.
           MOVE IDT-T-DATA-MULTA(IDX-IDT) TO RSP-DATA-MULTA.
           MOVE "C" TO RSP-EVENTO.
           MOVE WS-PLACA TO RSP-CARTA.
           MOVE WS-PROPRIETARIO TO RSP-NOME.
           PERFORM GRAVAR-RESPONSAVEL.

       LISTAR-PENDENTES.
           MOVE 0 TO WS-PENDENTES.
           DISPLAY "MATRICULA DATA     NOTIFICADA PRAZO".
           PERFORM VARYING IDX-IDT FROM 1 BY 1
               UNTIL IDX-IDT > WS-NUM-IDENTIFICACOES
               IF (IDT-T-ESTADO(IDX-IDT) = "P") THEN
                   ADD 1 TO WS-PENDENTES
                   IF (IDT-T-PRAZO(IDX-IDT) < WS-HOJE) THEN
                       DISPLAY IDT-T-PLACA(IDX-IDT) "  "
                           IDT-T-DATA-MULTA(IDX-IDT) " "
                           IDT-T-DATA-NOTIF(IDX-IDT) "   "
                           IDT-T-PRAZO(IDX-IDT) " EXPIRADO"
                   ELSE
                       DISPLAY IDT-T-PLACA(IDX-IDT) "  "
                           IDT-T-DATA-MULTA(IDX-IDT) " "
                           IDT-T-DATA-NOTIF(IDX-IDT) "   "
                           IDT-T-PRAZO(IDX-IDT)
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY WS-PENDENTES " PROCESSO(S) PENDENTE(S).".

       HISTORICO-RESPONSABILIDADE.
           DISPLAY "MATRICULA: " WITH NO ADVANCING.
           ACCEPT WS-PLACA.
           MOVE FUNCTION UPPER-CASE(WS-PLACA) TO WS-PLACA.
           DISPLAY "DATA DA INFRACAO (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DATA-MULTA.
           MOVE SPACES TO WS-RESPONSAVEIS-STATUS.
           OPEN INPUT FICHEIRO-RESPONSAVEIS.
           IF (WS-RESPONSAVEIS-STATUS NOT = "00") THEN
               DISPLAY "SEM HISTORICO DE RESPONSABILIDADE."
           ELSE
               DISPLAY "DESDE     EVT TITULAR    RESPONSAVEL"
                   "                    OPER"
               PERFORM UNTIL WS-RESPONSAVEIS-STATUS = "10"
                   READ FICHEIRO-RESPONSAVEIS
                       AT END MOVE "10" TO WS-RESPONSAVEIS-STATUS
                       NOT AT END
                           IF (RSP-PLACA = WS-PLACA) AND
                              (RSP-DATA-MULTA = WS-DATA-MULTA) THEN
                               DISPLAY RSP-DATA-EVENTO "  "
                                   RSP-EVENTO "  " RSP-CARTA " "
                                   RSP-NOME " " RSP-OPERADOR
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-RESPONSAVEIS.

      * A multa, o evento, o titular e o responsavel vem preenchidos
      * por quem chama; a data e o operador carimbam-se aqui.
       GRAVAR-RESPONSAVEL.
           MOVE WS-HOJE TO RSP-DATA-EVENTO.
           MOVE WS-OPERADOR-ATUAL TO RSP-OPERADOR.
           OPEN EXTEND FICHEIRO-RESPONSAVEIS.
           WRITE REG-RESPONSAVEL.
           CLOSE FICHEIRO-RESPONSAVEIS.

       OBTER-PROPRIETARIO.
           MOVE SPACES TO WS-PROPRIETARIO.
           MOVE SPACES TO WS-MORADA-PROP.
           PERFORM VARYING IDX-VEI FROM 1 BY 1
               UNTIL IDX-VEI > WS-NUM-VEICULOS
               IF (VEI-T-PLACA(IDX-VEI) = WS-PLACA) THEN
                   MOVE VEI-T-PROPRIETARIO(IDX-VEI)
                       TO WS-PROPRIETARIO
                   MOVE VEI-T-MORADA(IDX-VEI) TO WS-MORADA-PROP
               END-IF
           END-PERFORM.

       CARREGAR-VEICULOS.
           MOVE 0 TO WS-NUM-VEICULOS.
           MOVE SPACES TO WS-VEICULOS-STATUS.
           OPEN INPUT FICHEIRO-VEICULOS.
           IF (WS-VEICULOS-STATUS = "00") THEN
               PERFORM UNTIL WS-VEICULOS-STATUS = "10"
                   READ FICHEIRO-VEICULOS
                       AT END MOVE "10" TO WS-VEICULOS-STATUS
                       NOT AT END
                           IF (WS-NUM-VEICULOS < 200) THEN
                               ADD 1 TO WS-NUM-VEICULOS
                               MOVE REG-VEICULO TO
                                   VEI-ITEM(WS-NUM-VEICULOS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-VEICULOS.

       CARREGAR-PONTOS.
           MOVE 0 TO WS-NUM-PONTOS.
           MOVE "N" TO WS-PTS-TRUNCADA.
           MOVE SPACES TO WS-PONTOS-STATUS.
           OPEN INPUT FICHEIRO-PONTOS.
           IF (WS-PONTOS-STATUS = "00") THEN
               PERFORM UNTIL WS-PONTOS-STATUS = "10"
                   READ FICHEIRO-PONTOS
                       AT END MOVE "10" TO WS-PONTOS-STATUS
                       NOT AT END
                           IF (WS-NUM-PONTOS < 200) THEN
                               ADD 1 TO WS-NUM-PONTOS
                               MOVE REG-PONTOS TO
                                   PTS-ITEM(WS-NUM-PONTOS)
                           ELSE
                               MOVE "S" TO WS-PTS-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-PONTOS.

       GRAVAR-PONTOS.
           OPEN OUTPUT FICHEIRO-PONTOS.
           PERFORM VARYING IDX-PTS FROM 1 BY 1
               UNTIL IDX-PTS > WS-NUM-PONTOS
               MOVE PTS-ITEM(IDX-PTS) TO REG-PONTOS
               WRITE REG-PONTOS
           END-PERFORM.
           CLOSE FICHEIRO-PONTOS.

       CARREGAR-PRESTACOES.
           MOVE 0 TO WS-NUM-PRESTACOES.
           MOVE "N" TO WS-PRE-TRUNCADA.
           MOVE SPACES TO WS-PRESTACOES-STATUS.
           OPEN INPUT FICHEIRO-PRESTACOES.
           IF (WS-PRESTACOES-STATUS = "00") THEN
               PERFORM UNTIL WS-PRESTACOES-STATUS = "10"
                   READ FICHEIRO-PRESTACOES
                       AT END MOVE "10" TO WS-PRESTACOES-STATUS
                       NOT AT END
                           IF (WS-NUM-PRESTACOES < 500) THEN
                               ADD 1 TO WS-NUM-PRESTACOES
                               MOVE REG-PRESTACAO TO
                                   PRE-ITEM(WS-NUM-PRESTACOES)
                           ELSE
                               MOVE "S" TO WS-PRE-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-PRESTACOES.

       GRAVAR-PRESTACOES.
           OPEN OUTPUT FICHEIRO-PRESTACOES.
           PERFORM VARYING IDX-PRE FROM 1 BY 1
               UNTIL IDX-PRE > WS-NUM-PRESTACOES
               MOVE PRE-ITEM(IDX-PRE) TO REG-PRESTACAO
               WRITE REG-PRESTACAO
           END-PERFORM.
           CLOSE FICHEIRO-PRESTACOES.

       COPY "IDENTIFICACOES-PROC.cpy".
       COPY "OPERADOR-SESSAO-PROC.cpy".

       COPY "JORNAL-MULTAS-PROC.cpy".

       END PROGRAM T01_09-IDENTIFICACAO.
