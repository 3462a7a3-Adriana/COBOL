      * Purpose: Administracao da frota - acrescenta viaturas (placa,
      *          modelo, classe, tarifa), abate viaturas e altera
      *          tarifas em FROTA.DAT. Os programas de aluguer
      *          constroem os seus menus a partir deste ficheiro. O
      *          abate regista o preco de venda no razao de
      *          amortizacoes e apura a mais ou menos valia contra o
      *          valor contabilistico.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FROTA-SELECT.cpy".
           COPY "AMORTIZACOES-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "FROTA-FD.cpy".
           COPY "AMORTIZACOES-FD.cpy".
           COPY "OPERADOR-SESSAO-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 4.
       77 WS-VIATURA             PIC 9(02) VALUES 0.
           88 VALIDAR-CLASSE VALUES "E" "M" "L".
       77 WS-NOVA-TARIFA         PIC 9(05)V99 VALUES 0.
       77 WS-NOVA-FILIAL         PIC X(03) VALUES SPACES.
       77 WS-NOVO-LOCAL          PIC 9(01) VALUES 1.
       77 WS-CUSTO-AQUISICAO     PIC 9(07)V99 VALUES 0.
       77 WS-DATA-AQUISICAO      PIC 9(08) VALUES 0.
       77 WS-TARIFA-S            PIC ZZZZ9.99.
       77 WS-PRECO-VENDA         PIC 9(07)V99 VALUES 0.
       77 WS-DATA-VENDA          PIC 9(08) VALUES 0.
       77 WS-VALOR-LIQUIDO       PIC 9(07)V99 VALUES 0.
       77 WS-MAIS-MENOS-VALIA    PIC S9(07)V99 VALUES 0.
       77 WS-VALOR-S             PIC -(7)9.99.
       COPY "FROTA-WS.cpy".
       COPY "AMORTIZACOES-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".

       PROCEDURE DIVISION.
       MENU-FROTA.
           MOVE "T03-FROTA-ADMIN" TO WS-JRN-PROGRAMA.
           PERFORM CARREGAR-FROTA.
           DISPLAY "=== ADMINISTRACAO DA FROTA ===".
           DISPLAY "1 - LISTAR VIATURAS".
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM LISTAR-FROTA
               WHEN 2 PERFORM ACRESCENTAR-VIATURA
               WHEN 3 PERFORM ABATER-VIATURA THRU FIM-ABATER-VIATURA
               WHEN 4 PERFORM ALTERAR-TARIFA
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-FROTA.

       LISTAR-FROTA.
           DISPLAY "N. MATRICULA MODELO     CL TARIFA    ATIVO EMP FIL".
           PERFORM VARYING IDX-FROTA FROM 1 BY 1
               UNTIL IDX-FROTA > WS-NUM-VIATURAS
               MOVE FR-T-TARIFA(IDX-FROTA) TO WS-TARIFA-S
                   FR-T-MODELO(IDX-FROTA) " "
                   FR-T-CLASSE(IDX-FROTA) "  " WS-TARIFA-S "  "
                   FR-T-ATIVO(IDX-FROTA) "  "
                   FR-T-FILIAL(IDX-FROTA) "  "
                   FR-T-LOCAL(IDX-FROTA)
           END-PERFORM.

       ACRESCENTAR-VIATURA.
               ACCEPT WS-NOVA-TARIFA
               DISPLAY "EMPRESA (RAC/ABC): " WITH NO ADVANCING
               ACCEPT WS-NOVA-FILIAL
               DISPLAY "FILIAL ONDE FICA (1/2): " WITH NO ADVANCING
               ACCEPT WS-NOVO-LOCAL
               IF (WS-NOVO-LOCAL = 0) THEN
                   MOVE 1 TO WS-NOVO-LOCAL
               END-IF
               DISPLAY "CUSTO DE AQUISICAO: " WITH NO ADVANCING
               ACCEPT WS-CUSTO-AQUISICAO
               DISPLAY "DATA DE AQUISICAO (AAAAMMDD): "
                   TO FR-T-CUSTO-AQUISICAO(WS-NUM-VIATURAS)
               MOVE WS-DATA-AQUISICAO
                   TO FR-T-DATA-AQUISICAO(WS-NUM-VIATURAS)
               MOVE WS-NOVO-LOCAL TO FR-T-LOCAL(WS-NUM-VIATURAS)
               PERFORM GRAVAR-FROTA
               DISPLAY "VIATURA " WS-NUM-VIATURAS " ACRESCENTADA."
           END-IF.
               GO LER-CLASSE
           END-IF.

      * O abate fecha a vida contabilistica da viatura: o valor
      * liquido e o custo de aquisicao menos as quotas lancadas ate
      * ao mes da venda, e o preco de venda fica no razao (tipo V)
      * para o resultado mensal apurar a mais ou menos valia.
       ABATER-VIATURA.
           PERFORM LER-VIATURA.
           IF (WS-VIATURA = 0) THEN
               GO FIM-ABATER-VIATURA
           END-IF.
           IF (FR-T-ATIVO(WS-VIATURA) = "N") THEN
               DISPLAY "VIATURA JA ABATIDA!"
               GO FIM-ABATER-VIATURA
           END-IF.
           DISPLAY "PRECO DE VENDA (0 = SUCATA): " WITH NO ADVANCING.
           ACCEPT WS-PRECO-VENDA.
           DISPLAY "DATA DA VENDA (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DATA-VENDA.
           MOVE FR-T-PLACA(WS-VIATURA) TO WS-AMR-PLACA-PESQ.
           DIVIDE WS-DATA-VENDA BY 100 GIVING WS-AMR-PERIODO-PESQ.
           PERFORM APURAR-AMORTIZACAO-VIATURA.
           IF (WS-AMR-ACUMULADO-PESQ >
               FR-T-CUSTO-AQUISICAO(WS-VIATURA)) THEN
               MOVE 0 TO WS-VALOR-LIQUIDO
           ELSE
               COMPUTE WS-VALOR-LIQUIDO =
                   FR-T-CUSTO-AQUISICAO(WS-VIATURA) -
                   WS-AMR-ACUMULADO-PESQ
           END-IF.
           COMPUTE WS-MAIS-MENOS-VALIA =
               WS-PRECO-VENDA - WS-VALOR-LIQUIDO.
           PERFORM LER-OPERADOR-SESSAO.
           PERFORM ABRIR-RAZAO-AMORTIZACOES.
           MOVE WS-AMR-PERIODO-PESQ TO AMR-PERIODO.
           MOVE FR-T-PLACA(WS-VIATURA) TO AMR-PLACA.
           MOVE "V" TO AMR-TIPO.
           MOVE WS-PRECO-VENDA TO AMR-VALOR.
           MOVE WS-AMR-ACUMULADO-PESQ TO AMR-ACUMULADO.
           MOVE WS-VALOR-LIQUIDO TO AMR-VALOR-LIQUIDO.
           MOVE WS-DATA-VENDA TO AMR-DATA.
           MOVE WS-OPERADOR-ATUAL TO AMR-OPERADOR.
           WRITE REG-AMORTIZACAO.
           CLOSE FICHEIRO-AMORTIZACOES.
           MOVE "N" TO FR-T-ATIVO(WS-VIATURA).
           PERFORM GRAVAR-FROTA.
           DISPLAY "VIATURA " FR-T-PLACA(WS-VIATURA) " ABATIDA.".
           MOVE FR-T-CUSTO-AQUISICAO(WS-VIATURA) TO WS-VALOR-S.
           DISPLAY "CUSTO DE AQUISICAO:     " WS-VALOR-S.
           MOVE WS-AMR-ACUMULADO-PESQ TO WS-VALOR-S.
           DISPLAY "AMORTIZACAO ACUMULADA:  " WS-VALOR-S.
           MOVE WS-VALOR-LIQUIDO TO WS-VALOR-S.
           DISPLAY "VALOR CONTABILISTICO:   " WS-VALOR-S.
           MOVE WS-PRECO-VENDA TO WS-VALOR-S.
           DISPLAY "PRECO DE VENDA:         " WS-VALOR-S.
           MOVE WS-MAIS-MENOS-VALIA TO WS-VALOR-S.
           IF (WS-MAIS-MENOS-VALIA < 0) THEN
               DISPLAY "MENOS-VALIA:            " WS-VALOR-S
           ELSE
               DISPLAY "MAIS-VALIA:             " WS-VALOR-S
           END-IF.
       FIM-ABATER-VIATURA.
           EXIT.

       ALTERAR-TARIFA.
           PERFORM LER-VIATURA.
           DISPLAY "FROTA.DAT VAZIO - ACRESCENTE A PRIMEIRA VIATURA.".

       COPY "FROTA-PROC.cpy".
       COPY "AMORTIZACOES-PROC.cpy".
       COPY "OPERADOR-SESSAO-PROC.cpy".

       END PROGRAM T03-FROTA-ADMIN.
