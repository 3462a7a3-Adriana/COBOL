      *          ou processamento em lote de todos os empregados de
      *          EMPREGADOS.DAT num so passo, com totais de controlo
      *          no fim (efetivo, iliquido, IRS, seg. social, liquido).
      *          Os retroativos calculados no RH-RETROATIVOS sao pagos
      *          na folha seguinte, em linha propria no recibo e no
      *          historico. As despesas de deslocacao aprovadas no
      *          RH-DESPESAS tambem: a parte isenta soma ao liquido e a
      *          tributavel ao iliquido (IRS e seguranca social).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "FERIADOS-SELECT.cpy".
           COPY "ERRO-LOG-SELECT.cpy".
           COPY "AUTORIZA-SELECT.cpy".
           COPY "GORJETAS-SELECT.cpy".
           COPY "CONSUMO-PESSOAL-SELECT.cpy".
           COPY "RETROATIVOS-SELECT.cpy".
           COPY "DESPESAS-SELECT.cpy".
           SELECT RECIBO-VENCIMENTO ASSIGN TO "RECIBO-VENCIMENTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHEIRO-SEPA ASSIGN TO "TRANSFERENCIAS-SEPA.TXT"
           COPY "FERIADOS-FD.cpy".
           COPY "ERRO-LOG-FD.cpy".
           COPY "AUTORIZA-FD.cpy".
           COPY "GORJETAS-FD.cpy".
           COPY "CONSUMO-PESSOAL-FD.cpy".
           COPY "RETROATIVOS-FD.cpy".
           COPY "DESPESAS-FD.cpy".

       FD  RECIBO-VENCIMENTO.
       01  RECIBO-LINHA        PIC X(60).
       01  SEPA-LINHA          PIC X(70).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".

       77  NOME           PIC X(30)      VALUE SPACES.
       77  DEPARTAMENTO   PIC X(10)      VALUE SPACES.
       77 WS-SUB-ALIM-TOTAL     PIC 9(05)V99 VALUES 0.
       77 WS-SUB-ALIM-ISENTO    PIC 9(05)V99 VALUES 0.
       77 WS-SUB-ALIM-TRIBUT    PIC 9(05)V99 VALUES 0.
       77 WS-GORJETAS-MES       PIC 9(06)V99 VALUES 0.
       77 WS-CONSUMO-DESCONTADO PIC 9(06)V99 VALUES 0.
       77 WS-CONSUMOS-ALTERADOS PIC A VALUES "N".
       77 WS-CSP-PERIODO-REG    PIC 9(06) VALUES 0.
       77 WS-LIMITE-ISENTO-DIA  PIC 9(02)V99 VALUES 6.00.
       77 WS-SEPA-LOTES-STATUS  PIC XX VALUES SPACES.
       77 IDX-SEPA              PIC 9(03) VALUES 0.
       77 WS-BONUS-NATAL-EMP     PIC 9(06)V99 VALUES 0.
       77 WS-SALARIO-BASE-EMP    PIC 9(06)V99 VALUES 0.
       77 WS-SUB-ALIM-DIA-EMP    PIC 9(02)V99 VALUES 0.
       77 WS-ESTADO-EMP          PIC X(01) VALUES SPACES.
       77 WS-FIM-LOTE            PIC A VALUES "N".

       COPY "OPERADOR-SESSAO-WS.cpy".
       COPY "FERIADOS-WS.cpy".
       COPY "ERRO-LOG-WS.cpy".
       COPY "AUTORIZA-WS.cpy".
       COPY "GORJETAS-WS.cpy".
       COPY "CONSUMO-PESSOAL-WS.cpy".
       COPY "RETROATIVOS-WS.cpy".
       77 WS-RET-BASE            PIC 9(06)V99 VALUES 0.
       77 WS-RET-SUBSIDIOS       PIC 9(06)V99 VALUES 0.
       77 WS-RET-IRS             PIC 9(06)V99 VALUES 0.
       77 WS-RET-SS              PIC 9(06)V99 VALUES 0.
       77 WS-RET-SS-PATRONAL     PIC 9(06)V99 VALUES 0.
       77 WS-RET-LIQUIDO         PIC 9(07)V99 VALUES 0.
       77 WS-RET-PERIODOS        PIC 9(02) VALUES 0.
       77 WS-RET-ALTERADOS       PIC A VALUES "N".
       77 WS-FORMAT-RET          PIC Z(5)9.99.
       COPY "DESPESAS-WS.cpy".
       77 WS-DESP-ISENTO         PIC 9(06)V99 VALUES 0.
       77 WS-DESP-TRIBUT         PIC 9(06)V99 VALUES 0.
       77 WS-DESP-PAGAS          PIC 9(03) VALUES 0.
       77 WS-DESP-PERIODO        PIC 9(06) VALUES 0.
       77 WS-VALES-DESCONTADOS   PIC 9(06)V99 VALUES 0.
       77 WS-VALES-ALTERADOS     PIC A VALUES "N".
       77 WS-PRIORIDADE-CICLO    PIC 9(02) VALUES 0.
       77 WS-VALOR-DESC3         PIC 9(06)V99 VALUES 0.
       77 WS-NUM-DSC-APLICADOS   PIC 9(01) VALUES 0.
       77 IDX-DSCA               PIC 9(01) VALUES 0.

       PROCEDURE DIVISION.
       INICIO-FOLHA.
           MOVE "CALC-SALARIO" TO WS-JRN-PROGRAMA.
           PERFORM LER-OPERADOR-SESSAO.
           MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR.
      * Correr a folha exige o perfil da matriz de autorizacoes (ou a
           PERFORM CARREGAR-VALES-SALARIO.
           PERFORM CARREGAR-PONTO.
           PERFORM CARREGAR-FERIADOS.
           PERFORM CARREGAR-GORJETAS.
      * O consumo do pessoal e regravado depois de descontado; um
      * ficheiro maior do que a tabela perderia os registos a mais.
           PERFORM CARREGAR-CONSUMOS-PESSOAL.
           IF (WS-CSP-TRUNCADA = "S") THEN
               DISPLAY 'CONSUMO-PESSOAL.DAT EXCEDE 500 REGISTOS - '
                   'PROCESSAMENTO RECUSADO.'
               STOP RUN
           END-IF.
           PERFORM CARREGAR-RETROATIVOS.
           IF (WS-RET-TRUNCADA = "S") THEN
               DISPLAY 'RETROATIVOS.DAT EXCEDE 500 REGISTOS - '
                   'PROCESSAMENTO RECUSADO.'
               STOP RUN
           END-IF.
           PERFORM CARREGAR-DESPESAS.
           IF (WS-DSP-TRUNCADA = "S") THEN
               DISPLAY 'DESPESAS-VIAGEM.DAT EXCEDE 1000 REGISTOS - '
                   'PROCESSAMENTO RECUSADO.'
               STOP RUN
           END-IF.
      * A folha trabalha diretamente sobre o ficheiro INDEXED (READ
      * pela chave e REWRITE registo a registo), pelo que o efetivo
      * pode crescer sem o teto dos 200 da antiga tabela em memoria.
           DISPLAY 'IBAN PARA TRANSFERENCIA: '.
           ACCEPT IBAN.
           PERFORM PROCURAR-EMPREGADO.
      * Empregado com acerto de contas feito: ficha bloqueada.
           IF (WS-EMP-EXISTE = "S") AND (WS-ESTADO-EMP = "T") THEN
               DISPLAY "EMPREGADO CESSADO - FICHA BLOQUEADA."
               STOP RUN
           END-IF.
           PERFORM CALCULAR-SUBSIDIOS.
           PERFORM CALCULAR-SALARIO-BASE.
           DISPLAY 'TEMPO DE CASA: ' TEMPOCASA ' ANO(S)'.
           END-IF.
           PERFORM CALCULAR-SUB-ALIMENTACAO.
           PERFORM CALCULAR-DESCONTOS.
           IF (WS-GORJETAS-MES > 0) THEN
               DISPLAY 'GORJETAS DO PERIODO: ' WS-GORJETAS-MES
           END-IF.
           DISPLAY 'SEGURANCA SOCIAL (11%): ' SEG-SOCIAL.
           DISPLAY 'IRS: ' IRS.
           DISPLAY 'SALARIO LIQUIDO: ' SALARIO-LIQUIDO.
                   EXIT PERFORM CYCLE
               END-IF
               MOVE "S" TO WS-EMP-EXISTE
               MOVE REG-EMPREGADO TO WS-JRN-ANTES
               MOVE EMP-NOME TO NOME
               MOVE EMP-DEPARTAMENTO TO DEPARTAMENTO
               MOVE EMP-ANOENTRADA TO ANOENTRADA
               PERFORM CALCULAR-DESCONTOS
               PERFORM PREENCHER-REGISTO-EMP
               REWRITE REG-EMPREGADO
               IF (WS-EMPREGADOS-STATUS = "00") THEN
                   MOVE "A" TO WS-JRN-OPERACAO
                   PERFORM JORNAL-EMPREGADOS
               END-IF
               PERFORM IMPRIMIR-RECIBO
               PERFORM GERAR-TRANSFERENCIA-SEPA
               PERFORM REGISTAR-HISTORICO
           DISPLAY 'TOTAL SS PATRONAL:  ' WS-FORMAT-LOTE.
           MOVE WS-LOTE-LIQUIDO TO WS-FORMAT-LOTE.
           DISPLAY 'TOTAL LIQUIDO:      ' WS-FORMAT-LOTE.
           DISPLAY 'ANTES DE ENVIAR O LOTE SEPA: GERAR AS VARIACOES '
               'DA FOLHA E OBTER O VISTO DO SUPERVISOR.'.
           STOP RUN.

       CALCULAR-SUBSIDIOS.
      * taxas fixas no codigo), com a reducao legal por dependente
      * aplicada sobre o valor apurado - e para isto que os filhos do
      * empregado sao pedidos.
      * A parte do fundo de gorjetas do periodo (T04-GORJETAS) e
      * rendimento do empregado e entra no iliquido e na retencao de
      * IRS, mas nao e paga pela entidade patronal e fica fora da
      * base da Seguranca Social.
       CALCULAR-DESCONTOS.
           MOVE NOME TO WS-GRJ-NOME-APURA.
           MOVE WS-PERIODO-FOLHA TO WS-GRJ-PERIODO-APURA.
           PERFORM APURAR-GORJETA-EMPREGADO.
           MOVE WS-GRJ-VALOR-APURA TO WS-GORJETAS-MES.
           PERFORM APURAR-DESPESAS.
           COMPUTE SALARIO-ILIQUIDO = SALARIO-BASE + COMISSAO
               + WS-SUB-ALIM-TRIBUT + WS-DESP-TRIBUT.
           COMPUTE SEG-SOCIAL ROUNDED =
               SALARIO-ILIQUIDO * TAXA-SEG-SOCIAL.
      * A contribuicao da entidade patronal (23,75%) nao sai do
      * declaracao mensal a Seguranca Social.
           COMPUTE SS-PATRONAL ROUNDED =
               SALARIO-ILIQUIDO * TAXA-SS-PATRONAL.
           ADD WS-GORJETAS-MES TO SALARIO-ILIQUIDO.
           MOVE 0 TO IRS.
           MOVE "N" TO WS-IRS-APLICADO.
           PERFORM VARYING IDX-IRS FROM 1 BY 1
           END-IF.
           COMPUTE SALARIO-LIQUIDO = SALARIO-ILIQUIDO - IRS -
               SEG-SOCIAL + DECIMOSEGUNDOSALARIO + SUBSIDIO-FERIAS +
               BONUS-NATAL + WS-SUB-ALIM-ISENTO + WS-DESP-ISENTO.
           PERFORM APLICAR-RETROATIVOS.
           PERFORM APLICAR-DESCONTOS-TERCEIROS.
           PERFORM DESCONTAR-VALES.
           PERFORM DESCONTAR-CONSUMO-PESSOAL.

      * Diferencas de periodos fechados recalculados a nova taxa
      * (RH-RETROATIVOS): somam ao iliquido, ao IRS e a seguranca
      * social do mes e os subsidios de natal/ferias ao liquido, como
      * os do proprio mes. Reprocessar o periodo volta a apanhar as
      * ja marcadas como pagas nele.
       APLICAR-RETROATIVOS.
           MOVE 0 TO WS-RET-BASE.
           MOVE 0 TO WS-RET-SUBSIDIOS.
           MOVE 0 TO WS-RET-IRS.
           MOVE 0 TO WS-RET-SS.
           MOVE 0 TO WS-RET-SS-PATRONAL.
           MOVE 0 TO WS-RET-LIQUIDO.
           MOVE 0 TO WS-RET-PERIODOS.
           MOVE "N" TO WS-RET-ALTERADOS.
           PERFORM VARYING IDX-RET FROM 1 BY 1
               UNTIL IDX-RET > WS-NUM-RETROATIVOS
               IF (RET-T-NOME(IDX-RET) = NOME) AND
                  ((RET-T-ESTADO(IDX-RET) = "P") OR
                   (RET-T-PERIODO-PAGO(IDX-RET) = WS-PERIODO-FOLHA))
                   THEN
                   ADD RET-T-BASE(IDX-RET) TO WS-RET-BASE
                   ADD RET-T-SUBSIDIOS(IDX-RET) TO WS-RET-SUBSIDIOS
                   ADD RET-T-IRS(IDX-RET) TO WS-RET-IRS
                   ADD RET-T-SEG-SOCIAL(IDX-RET) TO WS-RET-SS
                   ADD RET-T-SS-PATRONAL(IDX-RET)
                       TO WS-RET-SS-PATRONAL
                   ADD 1 TO WS-RET-PERIODOS
                   MOVE "L" TO RET-T-ESTADO(IDX-RET)
                   MOVE WS-PERIODO-FOLHA
                       TO RET-T-PERIODO-PAGO(IDX-RET)
                   MOVE "S" TO WS-RET-ALTERADOS
               END-IF
           END-PERFORM.
           IF (WS-RET-ALTERADOS = "S") THEN
               ADD WS-RET-BASE TO SALARIO-ILIQUIDO
               ADD WS-RET-IRS TO IRS
               ADD WS-RET-SS TO SEG-SOCIAL
               ADD WS-RET-SS-PATRONAL TO SS-PATRONAL
               COMPUTE WS-RET-LIQUIDO = WS-RET-BASE +
                   WS-RET-SUBSIDIOS - WS-RET-IRS - WS-RET-SS
               ADD WS-RET-LIQUIDO TO SALARIO-LIQUIDO
               PERFORM GRAVAR-RETROATIVOS
           END-IF.

      * Despesas de deslocacao aprovadas (RH-DESPESAS) com data ate ao
      * fim do periodo: pagas nesta folha, a parte acima dos limites
      * legais como rendimento tributavel. Reprocessar o periodo volta
      * a apanhar as ja marcadas como pagas nele.
       APURAR-DESPESAS.
           MOVE 0 TO WS-DESP-ISENTO.
           MOVE 0 TO WS-DESP-TRIBUT.
           MOVE 0 TO WS-DESP-PAGAS.
           PERFORM VARYING IDX-DSP FROM 1 BY 1
               UNTIL IDX-DSP > WS-NUM-DESPESAS
               DIVIDE DSP-T-DATA(IDX-DSP) BY 100
                   GIVING WS-DESP-PERIODO
               IF (DSP-T-NOME(IDX-DSP) = NOME) AND
                  (WS-DESP-PERIODO <= WS-PERIODO-FOLHA) AND
                  ((DSP-T-ESTADO(IDX-DSP) = "A") OR
                   ((DSP-T-ESTADO(IDX-DSP) = "L") AND
                    (DSP-T-PERIODO-PAGO(IDX-DSP) = WS-PERIODO-FOLHA)))
                   THEN
                   ADD DSP-T-ISENTO(IDX-DSP) TO WS-DESP-ISENTO
                   ADD DSP-T-TRIBUTAVEL(IDX-DSP) TO WS-DESP-TRIBUT
                   ADD 1 TO WS-DESP-PAGAS
                   MOVE "L" TO DSP-T-ESTADO(IDX-DSP)
                   MOVE WS-PERIODO-FOLHA
                       TO DSP-T-PERIODO-PAGO(IDX-DSP)
               END-IF
           END-PERFORM.
           IF (WS-DESP-PAGAS > 0) THEN
               PERFORM GRAVAR-DESPESAS
           END-IF.

      * Os vales adiantados durante o mes descontam-se automaticamente
      * do liquido quando o periodo e processado; o vale fica marcado
               PERFORM GRAVAR-VALES-SALARIO
           END-IF.

      * O consumo na pizzaria pela conta de empregado ate ao fim do
      * periodo desconta-se do liquido como os vales; o pedido que ja
      * nao caiba no liquido fica em aberto para o mes seguinte.
       DESCONTAR-CONSUMO-PESSOAL.
           MOVE 0 TO WS-CONSUMO-DESCONTADO.
           MOVE "N" TO WS-CONSUMOS-ALTERADOS.
           PERFORM VARYING IDX-CSP FROM 1 BY 1
               UNTIL IDX-CSP > WS-NUM-CONSUMOS
               DIVIDE CSP-T-DATA(IDX-CSP) BY 100
                   GIVING WS-CSP-PERIODO-REG
               IF (CSP-T-NOME(IDX-CSP) = NOME) AND
                  (CSP-T-PERIODO-LIQ(IDX-CSP) = 0) AND
                  (WS-CSP-PERIODO-REG <= WS-PERIODO-FOLHA) AND
                  (CSP-T-VALOR(IDX-CSP) <= SALARIO-LIQUIDO) THEN
                   SUBTRACT CSP-T-VALOR(IDX-CSP) FROM SALARIO-LIQUIDO
                   ADD CSP-T-VALOR(IDX-CSP) TO WS-CONSUMO-DESCONTADO
                   MOVE WS-PERIODO-FOLHA
                       TO CSP-T-PERIODO-LIQ(IDX-CSP)
                   MOVE "S" TO WS-CONSUMOS-ALTERADOS
               END-IF
           END-PERFORM.
           IF (WS-CONSUMOS-ALTERADOS = "S") THEN
               PERFORM GRAVAR-CONSUMOS-PESSOAL
           END-IF.

      * Descontos a favor de terceiros, aplicados sobre o liquido ja
      * depois dos impostos, por ordem de prioridade legal; uma ordem
      * finita abate ao saldo restante e para sozinha quando chega a
           MOVE 0 TO WS-BONUS-NATAL-EMP.
           MOVE 0 TO WS-SALARIO-BASE-EMP.
           MOVE 0 TO WS-SUB-ALIM-DIA-EMP.
           MOVE SPACES TO WS-ESTADO-EMP.
           MOVE SPACES TO WS-EMPREGADOS-STATUS.
           OPEN INPUT FICHEIRO-EMPREGADOS.
           IF (WS-EMPREGADOS-STATUS = "00") THEN
                       MOVE EMP-BONUS-NATAL TO WS-BONUS-NATAL-EMP
                       MOVE EMP-SALARIO-BASE TO WS-SALARIO-BASE-EMP
                       MOVE EMP-SUB-ALIM-DIA TO WS-SUB-ALIM-DIA-EMP
                       MOVE EMP-ESTADO TO WS-ESTADO-EMP
               END-READ
           END-IF.
           CLOSE FICHEIRO-EMPREGADOS.
           IF (WS-EMP-EXISTE = "S") THEN
               READ FICHEIRO-EMPREGADOS
                   INVALID KEY MOVE "N" TO WS-EMP-EXISTE
                   NOT INVALID KEY MOVE REG-EMPREGADO TO WS-JRN-ANTES
               END-READ
           END-IF.
           IF (WS-EMP-EXISTE = "S") THEN
               PERFORM PREENCHER-REGISTO-EMP
               REWRITE REG-EMPREGADO
               MOVE "A" TO WS-JRN-OPERACAO
           ELSE
               MOVE NOME TO EMP-NOME
               MOVE 0 TO EMP-BONUS-NATAL
               MOVE "A" TO EMP-ESTADO
               MOVE 22 TO EMP-FERIAS-SALDO
               MOVE 0 TO EMP-SUB-ALIM-DIA
               MOVE 0 TO EMP-NIF
               PERFORM PREENCHER-REGISTO-EMP
               WRITE REG-EMPREGADO
               MOVE "I" TO WS-JRN-OPERACAO
           END-IF.
           IF (WS-EMPREGADOS-STATUS = "00") THEN
               PERFORM JORNAL-EMPREGADOS
           END-IF.
           CLOSE FICHEIRO-EMPREGADOS.
       FIM-ATUALIZAR-EMPREGADO.

       IMPRIMIR-RECIBO.
           OPEN EXTEND RECIBO-VENCIMENTO.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
           MOVE "============================================"
               TO RECIBO-LINHA
           WRITE RECIBO-LINHA.
                   DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
           IF (WS-GORJETAS-MES > 0) THEN
               MOVE WS-GORJETAS-MES TO WS-FORMAT
               STRING "GORJETAS (FUNDO DA PIZZARIA): " WS-FORMAT
                   DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
           IF (DECIMOSEGUNDOSALARIO > 0) THEN
               MOVE DECIMOSEGUNDOSALARIO TO WS-FORMAT
               STRING "SUBSIDIO DE NATAL: " WS-FORMAT
                   DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
           IF (WS-RET-PERIODOS > 0) THEN
               MOVE WS-RET-BASE TO WS-FORMAT
               STRING "RETROATIVOS (" WS-RET-PERIODOS
                   " PERIODO(S)): " WS-FORMAT
                   DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
               IF (WS-RET-SUBSIDIOS > 0) THEN
                   MOVE WS-RET-SUBSIDIOS TO WS-FORMAT
                   STRING "RETROATIVOS SUBS. NATAL/FERIAS: " WS-FORMAT
                       DELIMITED BY SIZE INTO RECIBO-LINHA
                   WRITE RECIBO-LINHA
               END-IF
           END-IF.
           IF (WS-DESP-PAGAS > 0) THEN
               MOVE WS-DESP-ISENTO TO WS-FORMAT
               STRING "DESPESAS DESLOCACAO (" WS-DESP-PAGAS
                   ") - ISENTO: " WS-FORMAT
                   DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
               MOVE WS-DESP-TRIBUT TO WS-FORMAT
               STRING "DESPESAS DESLOCACAO - TRIBUTAVEL: " WS-FORMAT
                   DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
           IF (WS-AUS-FERIAS > 0) OR (WS-AUS-BAIXA > 0) OR
              (WS-AUS-FALTAS > 0) THEN
               STRING "AUSENCIAS - FERIAS: " WS-AUS-FERIAS
           STRING "SEGURANCA SOCIAL (11%): " WS-FORMAT
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           IF (WS-RET-PERIODOS > 0) THEN
               MOVE WS-RET-IRS TO WS-FORMAT
               MOVE WS-RET-SS TO WS-FORMAT-RET
               STRING "  DOS QUAIS RETROATIVOS - IRS: " WS-FORMAT
                   " SS: " WS-FORMAT-RET
                   DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
           MOVE SS-PATRONAL TO WS-FORMAT.
           STRING "SS ENTIDADE (23,75% - INFORMATIVO): " WS-FORMAT
               DELIMITED BY SIZE INTO RECIBO-LINHA.
                   DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
           IF (WS-CONSUMO-DESCONTADO > 0) THEN
               MOVE WS-CONSUMO-DESCONTADO TO WS-FORMAT
               STRING "CONSUMO NA PIZZARIA (CONTA PESSOAL): " WS-FORMAT
                   DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
           MOVE SALARIO-LIQUIDO TO WS-FORMAT.
           STRING "TOTAL LIQUIDO: " WS-FORMAT
               DELIMITED BY SIZE INTO RECIBO-LINHA.

      * Cada processamento fica tambem no historico mensal - e dai
      * que saem as consultas de acumulados e a declaracao anual.
      * Os retroativos pagos no periodo ficam numa linha propria
      * (tipo R), fora da linha do mes, para os acumulados os
      * mostrarem em separado.
       REGISTAR-HISTORICO.
           OPEN EXTEND FICHEIRO-SALARIOS-HIST.
           MOVE WS-PERIODO-FOLHA TO SAL-PERIODO.
           MOVE DEPARTAMENTO     TO SAL-DEPARTAMENTO.
           MOVE SALARIO-BASE     TO SAL-BASE.
           MOVE COMISSAO         TO SAL-COMISSAO.
           COMPUTE SAL-ILIQUIDO = SALARIO-ILIQUIDO - WS-RET-BASE.
           COMPUTE SAL-IRS = IRS - WS-RET-IRS.
           COMPUTE SAL-SEG-SOCIAL = SEG-SOCIAL - WS-RET-SS.
           COMPUTE SAL-LIQUIDO = SALARIO-LIQUIDO - WS-RET-LIQUIDO
               - WS-DESP-ISENTO.
           MOVE WS-SUB-ALIM-TOTAL TO SAL-SUB-ALIM.
           MOVE WS-SUB-ALIM-ISENTO TO SAL-SUB-ALIM-ISENTO.
           MOVE WS-GORJETAS-MES  TO SAL-GORJETAS.
           MOVE WS-OPERADOR-ATUAL TO SAL-OPERADOR.
           COMPUTE SAL-SS-PATRONAL = SS-PATRONAL - WS-RET-SS-PATRONAL.
           MOVE SPACES           TO SAL-TIPO.
           WRITE REG-SALARIO-HIST.
           IF (WS-RET-PERIODOS > 0) THEN
               MOVE WS-RET-BASE        TO SAL-BASE
               MOVE 0                  TO SAL-COMISSAO
               MOVE WS-RET-BASE        TO SAL-ILIQUIDO
               MOVE WS-RET-IRS         TO SAL-IRS
               MOVE WS-RET-SS          TO SAL-SEG-SOCIAL
               MOVE WS-RET-LIQUIDO     TO SAL-LIQUIDO
               MOVE 0                  TO SAL-SUB-ALIM
               MOVE 0                  TO SAL-SUB-ALIM-ISENTO
               MOVE 0                  TO SAL-GORJETAS
               MOVE WS-RET-SS-PATRONAL TO SAL-SS-PATRONAL
               MOVE "R"                TO SAL-TIPO
               WRITE REG-SALARIO-HIST
           END-IF.
      * Linha D das despesas de deslocacao: a parte tributavel ja vai
      * no iliquido da linha do mes; esta leva a isenta (base e
      * liquido) e, so para informacao, a tributavel (comissao).
           IF (WS-DESP-PAGAS > 0) THEN
               MOVE WS-DESP-ISENTO     TO SAL-BASE
               MOVE WS-DESP-TRIBUT     TO SAL-COMISSAO
               MOVE 0                  TO SAL-ILIQUIDO
               MOVE 0                  TO SAL-IRS
               MOVE 0                  TO SAL-SEG-SOCIAL
               MOVE WS-DESP-ISENTO     TO SAL-LIQUIDO
               MOVE 0                  TO SAL-SUB-ALIM
               MOVE 0                  TO SAL-SUB-ALIM-ISENTO
               MOVE 0                  TO SAL-GORJETAS
               MOVE 0                  TO SAL-SS-PATRONAL
               MOVE "D"                TO SAL-TIPO
               WRITE REG-SALARIO-HIST
           END-IF.
           CLOSE FICHEIRO-SALARIOS-HIST.

       CARREGAR-AUSENCIAS.

       COPY "VALES-SALARIO-PROC.cpy".

       COPY "RETROATIVOS-PROC.cpy".

       COPY "DESPESAS-PROC.cpy".

       COPY "PERIODOS-FOLHA-PROC.cpy".

       COPY "PONTO-PROC.cpy".

       COPY "AUTORIZA-PROC.cpy".

       COPY "GORJETAS-PROC.cpy".

       COPY "CONSUMO-PESSOAL-PROC.cpy".

      * Confere o registo de controlo EMPREGADOS.CTL (contagem e soma
      * dos salarios base) varrendo o proprio ficheiro; como as
      * atualizacoes passaram a ser por chave, um desvio e so aviso
           WRITE REG-EMP-CTL.
           CLOSE FICHEIRO-EMP-CTL.

       COPY "JORNAL-EMPREGADOS-PROC.cpy".

       END PROGRAM CALC-SALARIO.
