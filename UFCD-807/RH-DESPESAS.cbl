      ******************************************************************
      * Author:
      * Date:
      * Purpose: Despesas de deslocacao - regista por empregado as
      *          despesas apresentadas (quilometros em viatura propria,
      *          ajudas de custo, refeicoes, estacionamento) com data,
      *          valor e numero de recibos, separa a parte isenta da
      *          tributavel pelos limites legais e leva-as a aprovacao
      *          de um operador com perfil autorizado. As aprovadas sao
      *          pagas pela folha seguinte (VOVO), em linhas proprias.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RH-DESPESAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "EMPREGADOS-SELECT.cpy".
           COPY "DESPESAS-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "ERRO-LOG-SELECT.cpy".
           COPY "AUTORIZA-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "EMPREGADOS-FD.cpy".
           COPY "DESPESAS-FD.cpy".
           COPY "OPERADOR-SESSAO-FD.cpy".
           COPY "ERRO-LOG-FD.cpy".
           COPY "AUTORIZA-FD.cpy".

       WORKING-STORAGE SECTION.
       77 WS-EMPREGADOS-STATUS   PIC XX VALUES SPACES.
       COPY "DESPESAS-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       COPY "ERRO-LOG-WS.cpy".
       COPY "AUTORIZA-WS.cpy".
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 3.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-NOME                PIC X(30) VALUES SPACES.
       01 WS-DATA-DESPESA        PIC 9(08) VALUES 0.
       01 WS-DATA-DESPESA-R REDEFINES WS-DATA-DESPESA.
           05 WS-DSP-ANO         PIC 9(04).
           05 WS-DSP-MES         PIC 9(02).
               88 DSP-MES-VALIDO VALUES 1 THRU 12.
           05 WS-DSP-DIA         PIC 9(02).
               88 DSP-DIA-VALIDO VALUES 1 THRU 31.
       77 WS-TIPO                PIC X(01) VALUES SPACES.
           88 TIPO-VALIDO VALUES "K" "D" "R" "E".
       77 WS-QUANTIDADE          PIC 9(05)V99 VALUES 0.
       77 WS-VALOR               PIC 9(06)V99 VALUES 0.
       77 WS-RECIBOS             PIC 9(02) VALUES 0.
       77 WS-DESCRICAO           PIC X(30) VALUES SPACES.
       77 WS-LIMITE              PIC 9(07)V99 VALUES 0.
       77 WS-ISENTO              PIC 9(06)V99 VALUES 0.
       77 WS-TRIBUTAVEL          PIC 9(06)V99 VALUES 0.
       77 WS-PROXIMO-NUMERO      PIC 9(05) VALUES 0.
       77 WS-RESPOSTA            PIC A VALUES SPACES.
       77 WS-APROVADOR           PIC X(04) VALUES SPACES.
       77 WS-TRATADAS            PIC 9(04) VALUES 0.
       77 WS-LISTADAS            PIC 9(04) VALUES 0.
       77 WS-DESC-TIPO           PIC X(14) VALUES SPACES.
       77 WS-FORMAT              PIC Z(5)9.99.
       77 WS-FORMAT2             PIC Z(5)9.99.
       77 WS-FORMAT3             PIC Z(5)9.99.
       77 WS-FORMAT-QTD          PIC Z(4)9.99.

       PROCEDURE DIVISION.
       INICIO-DESPESAS.
           PERFORM LER-OPERADOR-SESSAO.
           MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-AUTORIZACOES.
           PERFORM CARREGAR-DESPESAS.
           IF (WS-DSP-TRUNCADA = "S") THEN
               DISPLAY "DESPESAS-VIAGEM.DAT EXCEDE 1000 REGISTOS - "
                   "OPERACAO RECUSADA PARA NAO PERDER DADOS."
               STOP RUN
           END-IF.

       MENU-DESPESAS.
           DISPLAY "=== DESPESAS DE DESLOCACAO ===".
           DISPLAY "1 - REGISTAR DESPESA".
           DISPLAY "2 - APROVAR / REJEITAR DESPESAS".
           DISPLAY "3 - LISTAR DESPESAS DE UM EMPREGADO".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-DESPESAS
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM REGISTAR-DESPESA THRU FIM-REGISTAR-DESPESA
               WHEN 2 PERFORM APROVAR-DESPESAS THRU FIM-APROVAR-DESPESAS
               WHEN 3 PERFORM LISTAR-DESPESAS THRU FIM-LISTAR-DESPESAS
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-DESPESAS.

      * So empregados ativos da ficha podem apresentar despesas.
       LER-EMPREGADO.
           MOVE SPACES TO WS-NOME.
           DISPLAY "NOME DO EMPREGADO: " WITH NO ADVANCING.
           ACCEPT WS-NOME.
           MOVE SPACES TO WS-EMPREGADOS-STATUS.
           OPEN INPUT FICHEIRO-EMPREGADOS.
           IF (WS-EMPREGADOS-STATUS NOT = "00") THEN
               MOVE "23" TO WS-EMPREGADOS-STATUS
           ELSE
               MOVE WS-NOME TO EMP-NOME
               READ FICHEIRO-EMPREGADOS
                   INVALID KEY MOVE "23" TO WS-EMPREGADOS-STATUS
               END-READ
           END-IF.
           CLOSE FICHEIRO-EMPREGADOS.

       REGISTAR-DESPESA.
           PERFORM LER-EMPREGADO.
           IF (WS-NOME = SPACES) THEN
               GO FIM-REGISTAR-DESPESA
           END-IF.
           IF (WS-EMPREGADOS-STATUS = "23") THEN
               DISPLAY "EMPREGADO NAO ENCONTRADO!"
               GO FIM-REGISTAR-DESPESA
           END-IF.
           IF (EMP-ESTADO = "T") THEN
               DISPLAY "EMPREGADO JA CESSADO - FICHA BLOQUEADA."
               GO FIM-REGISTAR-DESPESA
           END-IF.
           IF (WS-NUM-DESPESAS >= 1000) THEN
               DISPLAY "TABELA DE DESPESAS CHEIA."
               GO FIM-REGISTAR-DESPESA
           END-IF.
           DISPLAY "DATA DA DESPESA (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DATA-DESPESA.
           IF (NOT DSP-MES-VALIDO) OR (NOT DSP-DIA-VALIDO) OR
              (WS-DATA-DESPESA > WS-HOJE) THEN
               DISPLAY "DATA INVALIDA!"
               GO FIM-REGISTAR-DESPESA
           END-IF.
           DISPLAY "TIPO (K-QUILOMETROS D-AJUDAS DE CUSTO "
               "R-REFEICOES E-ESTACIONAMENTO): " WITH NO ADVANCING.
           ACCEPT WS-TIPO.
           MOVE FUNCTION UPPER-CASE(WS-TIPO) TO WS-TIPO.
           IF (NOT TIPO-VALIDO) THEN
               DISPLAY "TIPO INVALIDO!"
               GO FIM-REGISTAR-DESPESA
           END-IF.
           MOVE 0 TO WS-QUANTIDADE.
           IF (WS-TIPO = "K") THEN
               DISPLAY "QUILOMETROS: " WITH NO ADVANCING
               ACCEPT WS-QUANTIDADE
           END-IF.
           IF (WS-TIPO = "D") THEN
               DISPLAY "DIAS DE DESLOCACAO: " WITH NO ADVANCING
               ACCEPT WS-QUANTIDADE
           END-IF.
           IF (WS-TIPO = "K" OR "D") AND (WS-QUANTIDADE = 0) THEN
               DISPLAY "QUANTIDADE INVALIDA!"
               GO FIM-REGISTAR-DESPESA
           END-IF.
           DISPLAY "VALOR PEDIDO: " WITH NO ADVANCING.
           ACCEPT WS-VALOR.
           IF (WS-VALOR = 0) THEN
               DISPLAY "VALOR INVALIDO!"
               GO FIM-REGISTAR-DESPESA
           END-IF.
           DISPLAY "NUMERO DE RECIBOS ENTREGUES: " WITH NO ADVANCING.
           ACCEPT WS-RECIBOS.
           DISPLAY "DESCRICAO (TRAJETO / MOTIVO): " WITH NO ADVANCING.
           MOVE SPACES TO WS-DESCRICAO.
           ACCEPT WS-DESCRICAO.
           PERFORM CALCULAR-ISENCAO.
           MOVE WS-VALOR TO WS-FORMAT.
           MOVE WS-ISENTO TO WS-FORMAT2.
           MOVE WS-TRIBUTAVEL TO WS-FORMAT3.
           DISPLAY "VALOR: " WS-FORMAT "  ISENTO: " WS-FORMAT2
               "  TRIBUTAVEL: " WS-FORMAT3.
           DISPLAY "CONFIRMA O REGISTO (S/N): " WITH NO ADVANCING.
           ACCEPT WS-RESPOSTA.
           IF (FUNCTION UPPER-CASE(WS-RESPOSTA) NOT = "S") THEN
               DISPLAY "REGISTO CANCELADO."
               GO FIM-REGISTAR-DESPESA
           END-IF.
           MOVE 0 TO WS-PROXIMO-NUMERO.
           PERFORM VARYING IDX-DSP FROM 1 BY 1
               UNTIL IDX-DSP > WS-NUM-DESPESAS
               IF (DSP-T-NUMERO(IDX-DSP) > WS-PROXIMO-NUMERO) THEN
                   MOVE DSP-T-NUMERO(IDX-DSP) TO WS-PROXIMO-NUMERO
               END-IF
           END-PERFORM.
           ADD 1 TO WS-PROXIMO-NUMERO.
           ADD 1 TO WS-NUM-DESPESAS.
           MOVE WS-PROXIMO-NUMERO TO DSP-T-NUMERO(WS-NUM-DESPESAS).
           MOVE WS-NOME TO DSP-T-NOME(WS-NUM-DESPESAS).
           MOVE WS-DATA-DESPESA TO DSP-T-DATA(WS-NUM-DESPESAS).
           MOVE WS-TIPO TO DSP-T-TIPO(WS-NUM-DESPESAS).
           MOVE WS-QUANTIDADE TO DSP-T-QUANTIDADE(WS-NUM-DESPESAS).
           MOVE WS-VALOR TO DSP-T-VALOR(WS-NUM-DESPESAS).
           MOVE WS-RECIBOS TO DSP-T-RECIBOS(WS-NUM-DESPESAS).
           MOVE WS-DESCRICAO TO DSP-T-DESCRICAO(WS-NUM-DESPESAS).
           MOVE WS-ISENTO TO DSP-T-ISENTO(WS-NUM-DESPESAS).
           MOVE WS-TRIBUTAVEL TO DSP-T-TRIBUTAVEL(WS-NUM-DESPESAS).
           MOVE "P" TO DSP-T-ESTADO(WS-NUM-DESPESAS).
           MOVE WS-OPERADOR-ATUAL TO DSP-T-OPERADOR(WS-NUM-DESPESAS).
           MOVE SPACES TO DSP-T-APROVADO-POR(WS-NUM-DESPESAS).
           MOVE 0 TO DSP-T-DATA-APROVACAO(WS-NUM-DESPESAS).
           MOVE 0 TO DSP-T-PERIODO-PAGO(WS-NUM-DESPESAS).
           PERFORM GRAVAR-DESPESAS.
           DISPLAY "DESPESA N. " WS-PROXIMO-NUMERO
               " REGISTADA - AGUARDA APROVACAO.".
       FIM-REGISTAR-DESPESA.
           EXIT.

      * Quilometros e ajudas de custo sao isentos ate ao limite legal
      * (por quilometro / por dia); o excesso e rendimento sujeito a
      * IRS e seguranca social. Refeicoes e estacionamento so sao
      * reembolso isento contra recibo.
       CALCULAR-ISENCAO.
           EVALUATE WS-TIPO
               WHEN "K"
                   COMPUTE WS-LIMITE = WS-QUANTIDADE * WS-DSP-LIMITE-KM
               WHEN "D"
                   COMPUTE WS-LIMITE =
                       WS-QUANTIDADE * WS-DSP-LIMITE-DIA
               WHEN OTHER
                   IF (WS-RECIBOS > 0) THEN
                       MOVE WS-VALOR TO WS-LIMITE
                   ELSE
                       MOVE 0 TO WS-LIMITE
                   END-IF
           END-EVALUATE.
           IF (WS-VALOR > WS-LIMITE) THEN
               MOVE WS-LIMITE TO WS-ISENTO
           ELSE
               MOVE WS-VALOR TO WS-ISENTO
           END-IF.
           COMPUTE WS-TRIBUTAVEL = WS-VALOR - WS-ISENTO.

      * Aprovacao pelo perfil da matriz (ou aprovacao pontual de um
      * gestor); quem registou a despesa nao a pode aprovar.
       APROVAR-DESPESAS.
           MOVE "DESPESAS" TO WS-AUT-FUNCAO.
           MOVE SPACES TO WS-AUT-TENTAR.
           PERFORM VERIFICAR-AUTORIZACAO
               THRU FIM-VERIFICAR-AUTORIZACAO.
           IF (WS-AUT-OK NOT = "S") THEN
               GO FIM-APROVAR-DESPESAS
           END-IF.
           IF (FUNCTION UPPER-CASE(WS-AUT-TENTAR) = "S") THEN
               MOVE FUNCTION UPPER-CASE(WS-AUT-CODIGO) TO WS-APROVADOR
           ELSE
               MOVE WS-OPERADOR-ATUAL TO WS-APROVADOR
           END-IF.
           MOVE 0 TO WS-TRATADAS.
           PERFORM VARYING IDX-DSP FROM 1 BY 1
               UNTIL IDX-DSP > WS-NUM-DESPESAS
               IF (DSP-T-ESTADO(IDX-DSP) = "P") THEN
                   PERFORM TRATAR-DESPESA
               END-IF
           END-PERFORM.
           IF (WS-TRATADAS > 0) THEN
               PERFORM GRAVAR-DESPESAS
           END-IF.
           DISPLAY WS-TRATADAS " DESPESA(S) APROVADA(S)/REJEITADA(S).".
       FIM-APROVAR-DESPESAS.
           EXIT.

       TRATAR-DESPESA.
           PERFORM MOSTRAR-DESPESA.
           IF (DSP-T-OPERADOR(IDX-DSP) = WS-APROVADOR) THEN
               DISPLAY "  REGISTADA PELO PROPRIO APROVADOR - "
                   "FICA PARA OUTRO OPERADOR."
           ELSE
               DISPLAY "  A-APROVAR R-REJEITAR ENTER-SEGUINTE: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
               IF (WS-RESPOSTA = "A" OR "R") THEN
                   MOVE WS-RESPOSTA TO DSP-T-ESTADO(IDX-DSP)
                   MOVE WS-APROVADOR TO DSP-T-APROVADO-POR(IDX-DSP)
                   MOVE WS-HOJE TO DSP-T-DATA-APROVACAO(IDX-DSP)
                   ADD 1 TO WS-TRATADAS
               END-IF
           END-IF.

       MOSTRAR-DESPESA.
           EVALUATE DSP-T-TIPO(IDX-DSP)
               WHEN "K" MOVE "QUILOMETROS" TO WS-DESC-TIPO
               WHEN "D" MOVE "AJUDAS CUSTO" TO WS-DESC-TIPO
               WHEN "R" MOVE "REFEICOES" TO WS-DESC-TIPO
               WHEN OTHER MOVE "ESTACIONAMENTO" TO WS-DESC-TIPO
           END-EVALUATE.
           MOVE DSP-T-QUANTIDADE(IDX-DSP) TO WS-FORMAT-QTD.
           MOVE DSP-T-VALOR(IDX-DSP) TO WS-FORMAT.
           DISPLAY DSP-T-NUMERO(IDX-DSP) " " DSP-T-DATA(IDX-DSP) " "
               DSP-T-NOME(IDX-DSP) " " WS-DESC-TIPO " "
               WS-FORMAT-QTD " " WS-FORMAT " REC:"
               DSP-T-RECIBOS(IDX-DSP) " " DSP-T-ESTADO(IDX-DSP).
           MOVE DSP-T-ISENTO(IDX-DSP) TO WS-FORMAT2.
           MOVE DSP-T-TRIBUTAVEL(IDX-DSP) TO WS-FORMAT3.
           DISPLAY "      " DSP-T-DESCRICAO(IDX-DSP) " ISENTO:"
               WS-FORMAT2 " TRIBUTAVEL:" WS-FORMAT3.

       LISTAR-DESPESAS.
           PERFORM LER-EMPREGADO.
           IF (WS-NOME = SPACES) THEN
               GO FIM-LISTAR-DESPESAS
           END-IF.
           DISPLAY "ESTADO: P-POR APROVAR A-APROVADA R-REJEITADA "
               "L-PAGA NA FOLHA".
           MOVE 0 TO WS-LISTADAS.
           PERFORM VARYING IDX-DSP FROM 1 BY 1
               UNTIL IDX-DSP > WS-NUM-DESPESAS
               IF (DSP-T-NOME(IDX-DSP) = WS-NOME) THEN
                   PERFORM MOSTRAR-DESPESA
                   IF (DSP-T-ESTADO(IDX-DSP) = "L") THEN
                       DISPLAY "      PAGA NA FOLHA DE "
                           DSP-T-PERIODO-PAGO(IDX-DSP)
                   END-IF
                   ADD 1 TO WS-LISTADAS
               END-IF
           END-PERFORM.
           DISPLAY WS-LISTADAS " DESPESA(S) LISTADA(S).".
       FIM-LISTAR-DESPESAS.
           EXIT.

       COPY "DESPESAS-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       COPY "ERRO-LOG-PROC.cpy".

       COPY "AUTORIZA-PROC.cpy".

       END PROGRAM RH-DESPESAS.
