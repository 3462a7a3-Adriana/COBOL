      ******************************************************************
      * Author:
      * Date:
      * Purpose: Seguros da frota - registo das apolices automovel
      *          por matricula (seguradora, apolice, cobertura,
      *          franquia, premio e data de renovacao) com aviso das
      *          renovacoes proximas, e participacoes de sinistro a
      *          seguradora abertas a partir de um dano de DANOS.DAT:
      *          reclama-se o custo da reparacao acima da franquia e
      *          segue-se a participacao ate paga ou recusada, com o
      *          valor recebido (que o RESULTADO-MENSAL e o
      *          T03-RENTABILIDADE abatem ao custo das reparacoes).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T03-SEGUROS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "APOLICES-SELECT.cpy".
           COPY "SINISTROS-SELECT.cpy".
           COPY "DANOS-SELECT.cpy".
           COPY "FROTA-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "APOLICES-FD.cpy".
           COPY "SINISTROS-FD.cpy".
           COPY "DANOS-FD.cpy".
           COPY "FROTA-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "APOLICES-WS.cpy".
       COPY "SINISTROS-WS.cpy".
       COPY "FROTA-WS.cpy".
       77 WS-DANOS-STATUS        PIC XX VALUES SPACES.
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 5.
       77 WS-HOJE                PIC 9(08) VALUES 0.
      * Apolices que renovam nos proximos WS-DIAS-AVISO dias saem
      * assinaladas (o painel do LANCADOR usa o mesmo prazo).
       77 WS-DIAS-AVISO          PIC 9(03) VALUES 30.
       77 WS-DIAS-RENOVACAO      PIC S9(05) VALUES 0.
       77 WS-PLACA               PIC X(08) VALUES SPACES.
       77 WS-VIATURA             PIC 9(02) VALUES 0.
       77 WS-COBERTURA           PIC X(01) VALUES SPACES.
           88 COBERTURA-VALIDA VALUES "T" "D".
       77 WS-ESTADO              PIC X(01) VALUES SPACES.
           88 ESTADO-SINISTRO-VALIDO VALUES "A" "P" "R".
       77 WS-ESTADO-FILTRO       PIC X(01) VALUES SPACES.
       77 IDX-DANO               PIC 9(03) VALUES 0.
       77 WS-NUM-DANOS           PIC 9(03) VALUES 0.
       77 WS-DANO-ESCOLHIDO      PIC 9(03) VALUES 0.
       77 WS-SIN-PEDIDO          PIC 9(04) VALUES 0.
       77 WS-SIN-ACHADO          PIC 9(03) VALUES 0.
       77 WS-JA-PARTICIPADO      PIC X(01) VALUES "N".
       77 WS-CUSTO-DANO          PIC 9(06)V99 VALUES 0.
       77 WS-VALOR-RECEBIDO      PIC 9(06)V99 VALUES 0.
       77 WS-TOTAL-RECLAMADO     PIC 9(08)V99 VALUES 0.
       77 WS-TOTAL-RECEBIDO      PIC 9(08)V99 VALUES 0.
       77 WS-FORMAT              PIC Z(5)9.99.
       77 WS-FORMAT-TOT          PIC Z(7)9.99.
       77 WS-AVISO               PIC X(12) VALUES SPACES.
       01 TABELA-DANOS.
           05 DANO-ITEM OCCURS 200 TIMES.
               10 DANO-T-CONTRATO-NUM PIC 9(04).
               10 DANO-T-PLACA        PIC X(08).
               10 DANO-T-DESCRICAO    PIC X(40).
               10 DANO-T-DATA         PIC 9(08).
               10 DANO-T-ESTADO       PIC X(01).
               10 DANO-T-ORCAMENTO    PIC 9(06)V99.
               10 DANO-T-CUSTO-FINAL  PIC 9(06)V99.

       PROCEDURE DIVISION.
       MENU-SEGUROS.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-FROTA.
           PERFORM CARREGAR-APOLICES.
           PERFORM CARREGAR-SINISTROS.
           PERFORM CARREGAR-DANOS.
           DISPLAY "=== SEGUROS DA FROTA ===".
           DISPLAY "1 - LISTAR APOLICES E RENOVACOES".
           DISPLAY "2 - REGISTAR/ALTERAR APOLICE DE UMA VIATURA".
           DISPLAY "3 - ABRIR PARTICIPACAO A PARTIR DE UM DANO".
           DISPLAY "4 - ATUALIZAR PARTICIPACAO (ACEITE/PAGA/RECUSADA)".
           DISPLAY "5 - LISTAR PARTICIPACOES".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-SEGUROS
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM LISTAR-APOLICES
               WHEN 2 PERFORM REGISTAR-APOLICE THRU FIM-REGISTAR-APOLICE
               WHEN 3 PERFORM ABRIR-SINISTRO THRU FIM-ABRIR-SINISTRO
               WHEN 4 PERFORM ATUALIZAR-SINISTRO
                          THRU FIM-ATUALIZAR-SINISTRO
               WHEN 5 PERFORM LISTAR-SINISTROS
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-SEGUROS.

      * Toda a frota, com ou sem apolice - viatura sem seguro ou com
      * a apolice vencida tambem tem de saltar a vista.
       LISTAR-APOLICES.
           DISPLAY "MATRICULA SEGURADORA           APOLICE         C "
               "FRANQUIA  RENOVA".
           PERFORM VARYING IDX-FROTA FROM 1 BY 1
               UNTIL IDX-FROTA > WS-NUM-VIATURAS
               MOVE FR-T-PLACA(IDX-FROTA) TO WS-APO-PESQ
               PERFORM PROCURAR-APOLICE
               IF (WS-APO-ACHADA = 0) THEN
                   DISPLAY FR-T-PLACA(IDX-FROTA)
                       "  *** SEM APOLICE REGISTADA ***"
               ELSE
                   PERFORM AVALIAR-RENOVACAO
                   MOVE APO-T-FRANQUIA(WS-APO-ACHADA) TO WS-FORMAT
                   DISPLAY APO-T-PLACA(WS-APO-ACHADA) "  "
                       APO-T-SEGURADORA(WS-APO-ACHADA) " "
                       APO-T-NUM-APOLICE(WS-APO-ACHADA) " "
                       APO-T-COBERTURA(WS-APO-ACHADA) " "
                       WS-FORMAT " "
                       APO-T-DATA-RENOVACAO(WS-APO-ACHADA) " "
                       WS-AVISO
               END-IF
           END-PERFORM.

       AVALIAR-RENOVACAO.
           MOVE SPACES TO WS-AVISO.
           IF (APO-T-DATA-RENOVACAO(WS-APO-ACHADA) IS NUMERIC) AND
              (APO-T-DATA-RENOVACAO(WS-APO-ACHADA) > 0) THEN
               COMPUTE WS-DIAS-RENOVACAO =
                   FUNCTION INTEGER-OF-DATE(
                       APO-T-DATA-RENOVACAO(WS-APO-ACHADA)) -
                   FUNCTION INTEGER-OF-DATE(WS-HOJE)
               IF (WS-DIAS-RENOVACAO < 0) THEN
                   MOVE "VENCIDA!" TO WS-AVISO
               ELSE
                   IF (WS-DIAS-RENOVACAO <= WS-DIAS-AVISO) THEN
                       MOVE "A RENOVAR" TO WS-AVISO
                   END-IF
               END-IF
           END-IF.

       REGISTAR-APOLICE.
           DISPLAY "MATRICULA: " WITH NO ADVANCING.
           ACCEPT WS-PLACA.
           MOVE FUNCTION UPPER-CASE(WS-PLACA) TO WS-PLACA.
           PERFORM PROCURAR-VIATURA.
           IF (WS-VIATURA = 0) THEN
               DISPLAY "MATRICULA NAO EXISTE NA FROTA!"
               GO FIM-REGISTAR-APOLICE
           END-IF.
           MOVE WS-PLACA TO WS-APO-PESQ.
           PERFORM PROCURAR-APOLICE.
           IF (WS-APO-ACHADA = 0) THEN
               IF (WS-NUM-APOLICES >= 50) THEN
                   DISPLAY "TABELA DE APOLICES CHEIA!"
                   GO FIM-REGISTAR-APOLICE
               END-IF
               ADD 1 TO WS-NUM-APOLICES
               MOVE WS-NUM-APOLICES TO WS-APO-ACHADA
               INITIALIZE APO-ITEM(WS-APO-ACHADA)
               MOVE WS-PLACA TO APO-T-PLACA(WS-APO-ACHADA)
           ELSE
               DISPLAY "APOLICE ATUAL: "
                   APO-T-SEGURADORA(WS-APO-ACHADA) " "
                   APO-T-NUM-APOLICE(WS-APO-ACHADA)
           END-IF.
           DISPLAY "SEGURADORA: " WITH NO ADVANCING.
           ACCEPT APO-T-SEGURADORA(WS-APO-ACHADA).
           DISPLAY "N. DA APOLICE: " WITH NO ADVANCING.
           ACCEPT APO-T-NUM-APOLICE(WS-APO-ACHADA).
       LER-COBERTURA.
           DISPLAY "COBERTURA (T=TERCEIROS, D=DANOS PROPRIOS): "
               WITH NO ADVANCING.
           ACCEPT WS-COBERTURA.
           MOVE FUNCTION UPPER-CASE(WS-COBERTURA) TO WS-COBERTURA.
           IF (NOT COBERTURA-VALIDA) THEN
               DISPLAY "COBERTURA INVALIDA!"
               GO LER-COBERTURA
           END-IF.
           MOVE WS-COBERTURA TO APO-T-COBERTURA(WS-APO-ACHADA).
           DISPLAY "FRANQUIA: " WITH NO ADVANCING.
           ACCEPT APO-T-FRANQUIA(WS-APO-ACHADA).
           DISPLAY "PREMIO ANUAL: " WITH NO ADVANCING.
           ACCEPT APO-T-PREMIO(WS-APO-ACHADA).
           DISPLAY "DATA DE RENOVACAO (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT APO-T-DATA-RENOVACAO(WS-APO-ACHADA).
           PERFORM GRAVAR-APOLICES.
           DISPLAY "APOLICE GRAVADA.".
       FIM-REGISTAR-APOLICE.
           EXIT.

      * So se participa um dano com orcamento ou custo final acima
      * da franquia, numa viatura com danos proprios e apolice em
      * vigor na data do dano, e uma unica vez por dano.
       ABRIR-SINISTRO.
           DISPLAY "N.  CONTRATO  MATRICULA  DATA      CUSTO".
           PERFORM VARYING IDX-DANO FROM 1 BY 1
               UNTIL IDX-DANO > WS-NUM-DANOS
               PERFORM CUSTO-DO-DANO
               IF (WS-CUSTO-DANO > 0) THEN
                   PERFORM VERIFICAR-PARTICIPADO
                   IF (WS-JA-PARTICIPADO = "N") THEN
                       MOVE WS-CUSTO-DANO TO WS-FORMAT
                       DISPLAY IDX-DANO "  "
                           DANO-T-CONTRATO-NUM(IDX-DANO) "      "
                           DANO-T-PLACA(IDX-DANO) "  "
                           DANO-T-DATA(IDX-DANO) " " WS-FORMAT
                       DISPLAY "    " DANO-T-DESCRICAO(IDX-DANO)
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "N. DO DANO A PARTICIPAR (0=NENHUM): "
               WITH NO ADVANCING.
           ACCEPT WS-DANO-ESCOLHIDO.
           IF (WS-DANO-ESCOLHIDO < 1) OR
              (WS-DANO-ESCOLHIDO > WS-NUM-DANOS) THEN
               GO FIM-ABRIR-SINISTRO
           END-IF.
           MOVE WS-DANO-ESCOLHIDO TO IDX-DANO.
           PERFORM CUSTO-DO-DANO.
           PERFORM VERIFICAR-PARTICIPADO.
           IF (WS-CUSTO-DANO = 0) OR (WS-JA-PARTICIPADO = "S") THEN
               DISPLAY "DANO SEM CUSTO OU JA PARTICIPADO!"
               GO FIM-ABRIR-SINISTRO
           END-IF.
           MOVE DANO-T-PLACA(IDX-DANO) TO WS-APO-PESQ.
           PERFORM PROCURAR-APOLICE.
           IF (WS-APO-ACHADA = 0) THEN
               DISPLAY "VIATURA SEM APOLICE REGISTADA!"
               GO FIM-ABRIR-SINISTRO
           END-IF.
           IF (APO-T-COBERTURA(WS-APO-ACHADA) NOT = "D") THEN
               DISPLAY "APOLICE SO DE TERCEIROS - NAO COBRE DANOS"
                   " PROPRIOS!"
               GO FIM-ABRIR-SINISTRO
           END-IF.
           IF (APO-T-DATA-RENOVACAO(WS-APO-ACHADA) <
               DANO-T-DATA(IDX-DANO)) THEN
               DISPLAY "APOLICE VENCIDA NA DATA DO DANO!"
               GO FIM-ABRIR-SINISTRO
           END-IF.
           IF (WS-CUSTO-DANO <= APO-T-FRANQUIA(WS-APO-ACHADA)) THEN
               DISPLAY "CUSTO DENTRO DA FRANQUIA - NADA A PARTICIPAR."
               GO FIM-ABRIR-SINISTRO
           END-IF.
           IF (WS-NUM-SINISTROS >= 200) THEN
               DISPLAY "TABELA DE PARTICIPACOES CHEIA!"
               GO FIM-ABRIR-SINISTRO
           END-IF.
           ADD 1 TO WS-NUM-SINISTROS.
           ADD 1 TO WS-SIN-ULTIMO.
           INITIALIZE SIN-ITEM(WS-NUM-SINISTROS).
           MOVE WS-SIN-ULTIMO TO SIN-T-NUM(WS-NUM-SINISTROS).
           MOVE DANO-T-CONTRATO-NUM(IDX-DANO)
               TO SIN-T-CONTRATO-NUM(WS-NUM-SINISTROS).
           MOVE DANO-T-PLACA(IDX-DANO) TO SIN-T-PLACA(WS-NUM-SINISTROS).
           MOVE DANO-T-DATA(IDX-DANO)
               TO SIN-T-DATA-DANO(WS-NUM-SINISTROS).
           MOVE APO-T-SEGURADORA(WS-APO-ACHADA)
               TO SIN-T-SEGURADORA(WS-NUM-SINISTROS).
           MOVE APO-T-NUM-APOLICE(WS-APO-ACHADA)
               TO SIN-T-NUM-APOLICE(WS-NUM-SINISTROS).
           MOVE WS-HOJE TO SIN-T-DATA-ABERTURA(WS-NUM-SINISTROS).
           MOVE "S" TO SIN-T-ESTADO(WS-NUM-SINISTROS).
           MOVE WS-HOJE TO SIN-T-DATA-ESTADO(WS-NUM-SINISTROS).
           MOVE WS-CUSTO-DANO
               TO SIN-T-CUSTO-REPARACAO(WS-NUM-SINISTROS).
           MOVE APO-T-FRANQUIA(WS-APO-ACHADA)
               TO SIN-T-FRANQUIA(WS-NUM-SINISTROS).
           COMPUTE SIN-T-VALOR-RECLAMADO(WS-NUM-SINISTROS) =
               WS-CUSTO-DANO - APO-T-FRANQUIA(WS-APO-ACHADA).
           MOVE 0 TO SIN-T-VALOR-RECEBIDO(WS-NUM-SINISTROS).
           DISPLAY "REFERENCIA DA SEGURADORA (ENTER=SEM): "
               WITH NO ADVANCING.
           ACCEPT SIN-T-REFERENCIA(WS-NUM-SINISTROS).
           PERFORM GRAVAR-SINISTROS.
           MOVE SIN-T-VALOR-RECLAMADO(WS-NUM-SINISTROS) TO WS-FORMAT.
           DISPLAY "PARTICIPACAO " WS-SIN-ULTIMO
               " SUBMETIDA - VALOR RECLAMADO: " WS-FORMAT.
       FIM-ABRIR-SINISTRO.
           EXIT.

      * Custo a participar: o custo final se o dano ja foi liquidado,
      * senao o orcamento da reparacao.
       CUSTO-DO-DANO.
           MOVE 0 TO WS-CUSTO-DANO.
           IF (DANO-T-ESTADO(IDX-DANO) = "S") THEN
               IF (DANO-T-CUSTO-FINAL(IDX-DANO) IS NUMERIC) THEN
                   MOVE DANO-T-CUSTO-FINAL(IDX-DANO) TO WS-CUSTO-DANO
               END-IF
           ELSE
               IF (DANO-T-ORCAMENTO(IDX-DANO) IS NUMERIC) THEN
                   MOVE DANO-T-ORCAMENTO(IDX-DANO) TO WS-CUSTO-DANO
               END-IF
           END-IF.

       VERIFICAR-PARTICIPADO.
           MOVE "N" TO WS-JA-PARTICIPADO.
           PERFORM VARYING IDX-SIN FROM 1 BY 1
               UNTIL IDX-SIN > WS-NUM-SINISTROS
               IF (SIN-T-CONTRATO-NUM(IDX-SIN) =
                   DANO-T-CONTRATO-NUM(IDX-DANO)) AND
                  (SIN-T-PLACA(IDX-SIN) = DANO-T-PLACA(IDX-DANO)) AND
                  (SIN-T-DATA-DANO(IDX-SIN) = DANO-T-DATA(IDX-DANO))
                   THEN
                   MOVE "S" TO WS-JA-PARTICIPADO
               END-IF
           END-PERFORM.

      * Submetida passa a aceite, paga ou recusada; aceite passa a
      * paga ou recusada. Paga e recusada sao estados finais.
       ATUALIZAR-SINISTRO.
           DISPLAY "N. DA PARTICIPACAO: " WITH NO ADVANCING.
           ACCEPT WS-SIN-PEDIDO.
           MOVE 0 TO WS-SIN-ACHADO.
           PERFORM VARYING IDX-SIN FROM 1 BY 1
               UNTIL IDX-SIN > WS-NUM-SINISTROS
               IF (SIN-T-NUM(IDX-SIN) = WS-SIN-PEDIDO) THEN
                   MOVE IDX-SIN TO WS-SIN-ACHADO
               END-IF
           END-PERFORM.
           IF (WS-SIN-ACHADO = 0) THEN
               DISPLAY "PARTICIPACAO NAO ENCONTRADA!"
               GO FIM-ATUALIZAR-SINISTRO
           END-IF.
           IF (SIN-T-ESTADO(WS-SIN-ACHADO) = "P") OR
              (SIN-T-ESTADO(WS-SIN-ACHADO) = "R") THEN
               DISPLAY "PARTICIPACAO JA FECHADA (ESTADO "
                   SIN-T-ESTADO(WS-SIN-ACHADO) ")!"
               GO FIM-ATUALIZAR-SINISTRO
           END-IF.
           MOVE SIN-T-VALOR-RECLAMADO(WS-SIN-ACHADO) TO WS-FORMAT.
           DISPLAY SIN-T-PLACA(WS-SIN-ACHADO) " "
               SIN-T-SEGURADORA(WS-SIN-ACHADO) " ESTADO "
               SIN-T-ESTADO(WS-SIN-ACHADO) " RECLAMADO " WS-FORMAT.
           DISPLAY "NOVO ESTADO (A=ACEITE, P=PAGA, R=RECUSADA): "
               WITH NO ADVANCING.
           ACCEPT WS-ESTADO.
           MOVE FUNCTION UPPER-CASE(WS-ESTADO) TO WS-ESTADO.
           IF (NOT ESTADO-SINISTRO-VALIDO) THEN
               DISPLAY "ESTADO INVALIDO!"
               GO FIM-ATUALIZAR-SINISTRO
           END-IF.
           IF (WS-ESTADO = "P") THEN
               DISPLAY "VALOR PAGO PELA SEGURADORA: "
                   WITH NO ADVANCING
               ACCEPT WS-VALOR-RECEBIDO
               MOVE WS-VALOR-RECEBIDO
                   TO SIN-T-VALOR-RECEBIDO(WS-SIN-ACHADO)
           END-IF.
           MOVE WS-ESTADO TO SIN-T-ESTADO(WS-SIN-ACHADO).
           MOVE WS-HOJE TO SIN-T-DATA-ESTADO(WS-SIN-ACHADO).
           PERFORM GRAVAR-SINISTROS.
           DISPLAY "PARTICIPACAO ATUALIZADA.".
       FIM-ATUALIZAR-SINISTRO.
           EXIT.

       LISTAR-SINISTROS.
           DISPLAY "ESTADO (S/A/P/R, ENTER=TODOS): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ESTADO-FILTRO.
           ACCEPT WS-ESTADO-FILTRO.
           MOVE FUNCTION UPPER-CASE(WS-ESTADO-FILTRO)
               TO WS-ESTADO-FILTRO.
           MOVE 0 TO WS-TOTAL-RECLAMADO.
           MOVE 0 TO WS-TOTAL-RECEBIDO.
           DISPLAY "N.   MATRICULA CONTRATO ABERTURA E  RECLAMADO"
               "   RECEBIDO".
           PERFORM VARYING IDX-SIN FROM 1 BY 1
               UNTIL IDX-SIN > WS-NUM-SINISTROS
               IF (WS-ESTADO-FILTRO = SPACES) OR
                  (SIN-T-ESTADO(IDX-SIN) = WS-ESTADO-FILTRO) THEN
                   ADD SIN-T-VALOR-RECLAMADO(IDX-SIN)
                       TO WS-TOTAL-RECLAMADO
                   ADD SIN-T-VALOR-RECEBIDO(IDX-SIN)
                       TO WS-TOTAL-RECEBIDO
                   MOVE SIN-T-VALOR-RECLAMADO(IDX-SIN) TO WS-FORMAT
                   MOVE SIN-T-VALOR-RECEBIDO(IDX-SIN) TO WS-FORMAT-TOT
                   DISPLAY SIN-T-NUM(IDX-SIN) " "
                       SIN-T-PLACA(IDX-SIN) "  "
                       SIN-T-CONTRATO-NUM(IDX-SIN) "     "
                       SIN-T-DATA-ABERTURA(IDX-SIN) " "
                       SIN-T-ESTADO(IDX-SIN) " " WS-FORMAT " "
                       WS-FORMAT-TOT
                   DISPLAY "     " SIN-T-SEGURADORA(IDX-SIN) " "
                       SIN-T-NUM-APOLICE(IDX-SIN) " REF "
                       SIN-T-REFERENCIA(IDX-SIN)
               END-IF
           END-PERFORM.
           MOVE WS-TOTAL-RECLAMADO TO WS-FORMAT-TOT.
           DISPLAY "TOTAL RECLAMADO: " WS-FORMAT-TOT.
           MOVE WS-TOTAL-RECEBIDO TO WS-FORMAT-TOT.
           DISPLAY "TOTAL RECEBIDO:  " WS-FORMAT-TOT.

       PROCURAR-VIATURA.
           MOVE 0 TO WS-VIATURA.
           PERFORM VARYING IDX-FROTA FROM 1 BY 1
               UNTIL IDX-FROTA > WS-NUM-VIATURAS
               IF (FR-T-PLACA(IDX-FROTA) = WS-PLACA) THEN
                   MOVE IDX-FROTA TO WS-VIATURA
               END-IF
           END-PERFORM.

       CARREGAR-DANOS.
           MOVE 0 TO WS-NUM-DANOS.
           MOVE SPACES TO WS-DANOS-STATUS.
           OPEN INPUT FICHEIRO-DANOS.
           IF (WS-DANOS-STATUS = "00") THEN
               PERFORM UNTIL WS-DANOS-STATUS = "10"
                   READ FICHEIRO-DANOS
                       AT END MOVE "10" TO WS-DANOS-STATUS
                       NOT AT END
                           IF (WS-NUM-DANOS < 200) THEN
                               ADD 1 TO WS-NUM-DANOS
                               MOVE REG-DANO TO
                                   DANO-ITEM(WS-NUM-DANOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-DANOS
           END-IF.

       SEMEAR-FROTA.
           DISPLAY "FROTA.DAT VAZIO - SEM VIATURAS A SEGURAR.".

       COPY "APOLICES-PROC.cpy".
       COPY "SINISTROS-PROC.cpy".
       COPY "FROTA-PROC.cpy".

       END PROGRAM T03-SEGUROS.
