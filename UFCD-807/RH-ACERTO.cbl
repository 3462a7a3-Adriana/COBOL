      ******************************************************************
      * Author:
      * Date:
      * Purpose: Acerto de contas final do empregado que sai - com a
      *          data e o motivo da cessacao calcula o vencimento do
      *          ultimo mes (proporcional aos dias), as ferias nao
      *          gozadas do saldo, as ferias e os subsidios de ferias e
      *          de natal proporcionais, a compensacao devida pelo
      *          motivo e os retroativos por pagar; desconta os vales
      *          em aberto e as ordens a favor de terceiros; emite o
      *          recibo final e o documento de acerto
      *          (ACERTO-CONTAS.TXT), poe o pagamento no lote SEPA e
      *          bloqueia a ficha do empregado (estado T).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RH-ACERTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "EMPREGADOS-SELECT.cpy".
           COPY "SALARIOS-HIST-SELECT.cpy".
           COPY "SEPA-LOTES-SELECT.cpy".
           COPY "IRS-TABELA-SELECT.cpy".
           COPY "DESCONTOS3-SELECT.cpy".
           COPY "VALES-SALARIO-SELECT.cpy".
           COPY "RETROATIVOS-SELECT.cpy".
           COPY "PERIODOS-FOLHA-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "ERRO-LOG-SELECT.cpy".
           COPY "AUTORIZA-SELECT.cpy".
           SELECT FICHEIRO-ACERTOS ASSIGN TO "ACERTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACERTOS-STATUS.
           SELECT RECIBO-VENCIMENTO ASSIGN TO "RECIBO-VENCIMENTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIBO-STATUS.
           SELECT DOCUMENTO-ACERTO ASSIGN TO "ACERTO-CONTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOCUMENTO-STATUS.
           SELECT FICHEIRO-SEPA ASSIGN TO "TRANSFERENCIAS-SEPA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEPA-TXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "EMPREGADOS-FD.cpy".
           COPY "SALARIOS-HIST-FD.cpy".
           COPY "SEPA-LOTES-FD.cpy".
           COPY "IRS-TABELA-FD.cpy".
           COPY "DESCONTOS3-FD.cpy".
           COPY "VALES-SALARIO-FD.cpy".
           COPY "RETROATIVOS-FD.cpy".
           COPY "PERIODOS-FOLHA-FD.cpy".
           COPY "OPERADOR-SESSAO-FD.cpy".
           COPY "ERRO-LOG-FD.cpy".
           COPY "AUTORIZA-FD.cpy".

      * Um registo por acerto feito - o que ja foi saldado com quem.
       FD  FICHEIRO-ACERTOS.
       01  REG-ACERTO.
           05 ACE-NOME            PIC X(30).
           05 ACE-DATA-CESSACAO   PIC 9(08).
           05 ACE-MOTIVO          PIC 9(01).
           05 ACE-DATA-ACERTO     PIC 9(08).
           05 ACE-ILIQUIDO        PIC 9(07)V99.
           05 ACE-COMPENSACAO     PIC 9(07)V99.
           05 ACE-IRS             PIC 9(06)V99.
           05 ACE-SEG-SOCIAL      PIC 9(06)V99.
           05 ACE-DESCONTOS       PIC 9(07)V99.
           05 ACE-LIQUIDO         PIC 9(07)V99.
           05 ACE-OPERADOR        PIC X(04).

       FD  RECIBO-VENCIMENTO.
       01  RECIBO-LINHA        PIC X(60).

       FD  DOCUMENTO-ACERTO.
       01  ACERTO-LINHA        PIC X(70).

       FD  FICHEIRO-SEPA.
       01  SEPA-LINHA          PIC X(90).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       77 WS-EMPREGADOS-STATUS   PIC XX VALUES SPACES.
       77 WS-SAL-HIST-STATUS     PIC XX VALUES SPACES.
       77 WS-SEPA-LOTES-STATUS   PIC XX VALUES SPACES.
       77 WS-ACERTOS-STATUS      PIC XX VALUES SPACES.
       77 WS-RECIBO-STATUS       PIC XX VALUES SPACES.
       77 WS-DOCUMENTO-STATUS    PIC XX VALUES SPACES.
       77 WS-SEPA-TXT-STATUS     PIC XX VALUES SPACES.
       COPY "IRS-TABELA-WS.cpy".
       COPY "DESCONTOS3-WS.cpy".
       COPY "VALES-SALARIO-WS.cpy".
       COPY "RETROATIVOS-WS.cpy".
       COPY "PERIODOS-FOLHA-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       COPY "ERRO-LOG-WS.cpy".
       COPY "AUTORIZA-WS.cpy".
       77 TAXA-SEG-SOCIAL        PIC 9V99     VALUE 0.11.
       77 TAXA-SS-PATRONAL       PIC 9V9999   VALUE 0.2375.
       77 NOME                   PIC X(30) VALUES SPACES.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       01 WS-DATA-CESSACAO       PIC 9(08) VALUES 0.
       01 WS-DATA-CESSACAO-R REDEFINES WS-DATA-CESSACAO.
           05 WS-CESS-ANO        PIC 9(04).
           05 WS-CESS-MES        PIC 9(02).
               88 CESS-MES-VALIDO VALUES 1 THRU 12.
           05 WS-CESS-DIA        PIC 9(02).
               88 CESS-DIA-VALIDO VALUES 1 THRU 31.
       77 WS-PERIODO-CESSACAO    PIC 9(06) VALUES 0.
       77 WS-MOTIVO              PIC 9(01) VALUES 0.
           88 VALIDAR-MOTIVO VALUES 1 THRU 6.
       77 WS-MOTIVO-TEXTO        PIC X(30) VALUES SPACES.
       77 WS-CONFIRMA            PIC A VALUES SPACES.
      * Dados da ficha do empregado
       77 WS-DEPARTAMENTO        PIC X(10) VALUES SPACES.
       77 WS-IBAN                PIC X(25) VALUES SPACES.
       77 WS-ANOENTRADA          PIC 9(04) VALUES 0.
       77 WS-FILHOS              PIC 9(02) VALUES 0.
       77 WS-SALARIO-BASE        PIC 9(06)V99 VALUES 0.
       77 WS-FERIAS-SALDO        PIC 9(02) VALUES 0.
      * Historico do ano da cessacao
       77 WS-MES-PROCESSADO      PIC A VALUES "N".
       77 WS-JUNHO-PAGO          PIC A VALUES "N".
       77 WS-NOVEMBRO-PAGO       PIC A VALUES "N".
       77 WS-PERIODO-JUNHO       PIC 9(06) VALUES 0.
       77 WS-PERIODO-NOVEMBRO    PIC 9(06) VALUES 0.
      * Parcelas do acerto
       77 WS-DIAS-MES            PIC 9(02) VALUES 0.
       77 WS-DIAS-ANO            PIC 9(03) VALUES 0.
       77 WS-ANOS-SERVICO        PIC 9(02) VALUES 0.
       77 WS-VALOR-DIA           PIC 9(05)V9999 VALUES 0.
       77 WS-VENCIMENTO          PIC 9(06)V99 VALUES 0.
       77 WS-FERIAS-NAO-GOZADAS  PIC 9(06)V99 VALUES 0.
       77 WS-FERIAS-PROPORC      PIC 9(06)V99 VALUES 0.
       77 WS-SUB-FERIAS          PIC 9(06)V99 VALUES 0.
       77 WS-SUB-NATAL           PIC 9(06)V99 VALUES 0.
       77 WS-NATAL-JA-PAGO       PIC 9(06)V99 VALUES 0.
       77 WS-COMPENSACAO         PIC 9(07)V99 VALUES 0.
       77 WS-ILIQUIDO            PIC 9(07)V99 VALUES 0.
       77 WS-SEG-SOCIAL          PIC 9(06)V99 VALUES 0.
       77 WS-SS-PATRONAL         PIC 9(06)V99 VALUES 0.
       77 WS-IRS                 PIC 9(06)V99 VALUES 0.
       77 WS-LIQUIDO             PIC 9(07)V99 VALUES 0.
       77 WS-TOTAL-DESCONTOS     PIC 9(07)V99 VALUES 0.
       77 WS-IRS-APLICADO        PIC A VALUES "N".
       77 WS-IRS-TOPO            PIC 9(02) VALUES 0.
       77 WS-REDUCAO-FILHOS      PIC 9(05)V99 VALUES 0.
      * Retroativos por pagar
       77 WS-RET-BASE            PIC 9(06)V99 VALUES 0.
       77 WS-RET-SUBSIDIOS       PIC 9(06)V99 VALUES 0.
       77 WS-RET-IRS             PIC 9(06)V99 VALUES 0.
       77 WS-RET-SS              PIC 9(06)V99 VALUES 0.
       77 WS-RET-SS-PATRONAL     PIC 9(06)V99 VALUES 0.
       77 WS-RET-LIQUIDO         PIC 9(07)V99 VALUES 0.
       77 WS-RET-PERIODOS        PIC 9(02) VALUES 0.
      * Vales e descontos a terceiros
       77 WS-VALES-DESCONTADOS   PIC 9(06)V99 VALUES 0.
       77 WS-VALES-EM-DIVIDA     PIC 9(06)V99 VALUES 0.
       77 WS-PRIORIDADE-CICLO    PIC 9(02) VALUES 0.
       77 WS-VALOR-DESC3         PIC 9(06)V99 VALUES 0.
       77 WS-NUM-DSC-APLICADOS   PIC 9(01) VALUES 0.
       77 IDX-DSCA               PIC 9(01) VALUES 0.
       01 TABELA-DSC-APLICADOS.
           05 DSCA-ITEM OCCURS 5 TIMES.
               10 DSCA-TIPO         PIC X(01).
               10 DSCA-BENEFICIARIO PIC X(30).
               10 DSCA-IBAN         PIC X(25).
               10 DSCA-VALOR        PIC 9(06)V99.
      * Lote SEPA do acerto
       77 WS-SEPA-CONTAGEM       PIC 9(03) VALUES 0.
       77 WS-SEPA-SOMA           PIC 9(08)V99 VALUES 0.
       77 WS-SEPA-SOMA-S         PIC Z(7)9.99.
       77 WS-FORMAT              PIC Z(6)9.99.
       77 WS-FORMAT2             PIC Z(6)9.99.

       PROCEDURE DIVISION.
       INICIO-ACERTO.
           MOVE "RH-ACERTO" TO WS-JRN-PROGRAMA.
           PERFORM LER-OPERADOR-SESSAO.
           MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR.
      * O acerto e um pagamento da folha: exige o mesmo perfil.
           PERFORM CARREGAR-AUTORIZACOES.
           MOVE "FOLHA" TO WS-AUT-FUNCAO.
           PERFORM VERIFICAR-AUTORIZACAO
               THRU FIM-VERIFICAR-AUTORIZACAO.
           IF (WS-AUT-OK NOT = "S") THEN
               STOP RUN
           END-IF.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-TABELA-IRS.
           PERFORM CARREGAR-DESCONTOS3.
           PERFORM CARREGAR-VALES-SALARIO.
           PERFORM CARREGAR-RETROATIVOS.
           IF (WS-RET-TRUNCADA = "S") THEN
               DISPLAY "RETROATIVOS.DAT EXCEDE 500 REGISTOS - "
                   "ACERTO RECUSADO."
               STOP RUN
           END-IF.
           DISPLAY "=== ACERTO DE CONTAS FINAL (CESSACAO) ===".

       LER-EMPREGADO.
           MOVE SPACES TO NOME.
           DISPLAY "NOME DO EMPREGADO (ENTER SAI): " WITH NO ADVANCING.
           ACCEPT NOME.
           IF (NOME = SPACES) THEN
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-EMPREGADOS-STATUS.
           OPEN INPUT FICHEIRO-EMPREGADOS.
           IF (WS-EMPREGADOS-STATUS NOT = "00") THEN
               DISPLAY "NAO HA EMPREGADOS EM EMPREGADOS.DAT."
               STOP RUN
           END-IF.
           MOVE NOME TO EMP-NOME.
           READ FICHEIRO-EMPREGADOS
               INVALID KEY MOVE "23" TO WS-EMPREGADOS-STATUS
           END-READ.
           CLOSE FICHEIRO-EMPREGADOS.
           IF (WS-EMPREGADOS-STATUS = "23") THEN
               DISPLAY "EMPREGADO NAO ENCONTRADO!"
               GO LER-EMPREGADO
           END-IF.
           IF (EMP-ESTADO = "T") THEN
               DISPLAY "EMPREGADO JA CESSADO - FICHA BLOQUEADA."
               GO LER-EMPREGADO
           END-IF.
           MOVE EMP-DEPARTAMENTO TO WS-DEPARTAMENTO.
           MOVE EMP-IBAN TO WS-IBAN.
           MOVE EMP-ANOENTRADA TO WS-ANOENTRADA.
           MOVE EMP-FILHOS TO WS-FILHOS.
           MOVE EMP-SALARIO-BASE TO WS-SALARIO-BASE.
           MOVE EMP-FERIAS-SALDO TO WS-FERIAS-SALDO.

       LER-DATA-CESSACAO.
           MOVE 0 TO WS-DATA-CESSACAO.
           DISPLAY "DATA DA CESSACAO (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DATA-CESSACAO.
           IF (NOT CESS-MES-VALIDO) OR (NOT CESS-DIA-VALIDO) OR
              (WS-CESS-ANO < WS-ANOENTRADA) THEN
               DISPLAY "DATA INVALIDA!"
               GO LER-DATA-CESSACAO
           END-IF.
           DIVIDE WS-DATA-CESSACAO BY 100
               GIVING WS-PERIODO-CESSACAO.
      * O ultimo mes paga-se no periodo da cessacao, que tem de
      * estar aberto como para a folha normal.
           MOVE WS-PERIODO-CESSACAO TO WS-PERIODO-VERIFICA.
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF (WS-PERIODO-FECHADO = "S") THEN
               DISPLAY "PERIODO " WS-PERIODO-CESSACAO " FECHADO - "
                   "ACERTO RECUSADO. REABRA NO RH-PERIODOS."
               STOP RUN
           END-IF.

       LER-MOTIVO.
           DISPLAY "MOTIVO DA CESSACAO:".
           DISPLAY "1 - DENUNCIA PELO TRABALHADOR".
           DISPLAY "2 - CADUCIDADE DE CONTRATO A TERMO".
           DISPLAY "3 - DESPEDIMENTO COLETIVO/EXTINCAO DO POSTO".
           DISPLAY "4 - DESPEDIMENTO SEM JUSTA CAUSA".
           DISPLAY "5 - REVOGACAO POR ACORDO".
           DISPLAY "6 - DESPEDIMENTO COM JUSTA CAUSA/REFORMA".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-MOTIVO.
           IF (NOT VALIDAR-MOTIVO) THEN
               DISPLAY "MOTIVO INVALIDO!"
               GO LER-MOTIVO
           END-IF.
           EVALUATE WS-MOTIVO
               WHEN 1 MOVE "DENUNCIA PELO TRABALHADOR"
                          TO WS-MOTIVO-TEXTO
               WHEN 2 MOVE "CADUCIDADE DO TERMO" TO WS-MOTIVO-TEXTO
               WHEN 3 MOVE "DESPEDIMENTO COLETIVO/EXTINCAO"
                          TO WS-MOTIVO-TEXTO
               WHEN 4 MOVE "DESPEDIMENTO SEM JUSTA CAUSA"
                          TO WS-MOTIVO-TEXTO
               WHEN 5 MOVE "REVOGACAO POR ACORDO" TO WS-MOTIVO-TEXTO
               WHEN 6 MOVE "JUSTA CAUSA/REFORMA" TO WS-MOTIVO-TEXTO
           END-EVALUATE.
           MOVE 0 TO WS-COMPENSACAO.
           IF (WS-MOTIVO = 5) THEN
               DISPLAY "COMPENSACAO ACORDADA: " WITH NO ADVANCING
               ACCEPT WS-COMPENSACAO
           END-IF.

           PERFORM LER-HISTORICO-ANO.
           PERFORM CALCULAR-ACERTO.
           PERFORM MOSTRAR-ACERTO.
           DISPLAY "CONFIRMA O ACERTO E A CESSACAO? (S/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF (FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S") THEN
               DISPLAY "ACERTO ANULADO - NADA FOI GRAVADO."
               STOP RUN
           END-IF.
           PERFORM GRAVAR-VALES-SALARIO.
           PERFORM GRAVAR-DESCONTOS3.
           IF (WS-RET-PERIODOS > 0) THEN
               PERFORM GRAVAR-RETROATIVOS
           END-IF.
           PERFORM IMPRIMIR-RECIBO-FINAL.
           PERFORM IMPRIMIR-DOCUMENTO-ACERTO.
           PERFORM GERAR-SEPA-ACERTO.
           PERFORM REGISTAR-HISTORICO-ACERTO.
           PERFORM REGISTAR-ACERTO.
           PERFORM BLOQUEAR-EMPREGADO.
           DISPLAY "ACERTO GRAVADO - RECIBO EM RECIBO-VENCIMENTO.TXT,"
               " DOCUMENTO EM ACERTO-CONTAS.TXT.".
           STOP RUN.

      * O que a folha normal ja pagou no ano da cessacao: o proprio
      * mes (se ja foi processado), o adiantamento de natal e o
      * subsidio de ferias de junho e a segunda metade de novembro.
       LER-HISTORICO-ANO.
           MOVE "N" TO WS-MES-PROCESSADO.
           MOVE "N" TO WS-JUNHO-PAGO.
           MOVE "N" TO WS-NOVEMBRO-PAGO.
           COMPUTE WS-PERIODO-JUNHO = (WS-CESS-ANO * 100) + 6.
           COMPUTE WS-PERIODO-NOVEMBRO = (WS-CESS-ANO * 100) + 11.
           MOVE SPACES TO WS-SAL-HIST-STATUS.
           OPEN INPUT FICHEIRO-SALARIOS-HIST.
           IF (WS-SAL-HIST-STATUS = "00") THEN
               PERFORM UNTIL WS-SAL-HIST-STATUS = "10"
                   READ FICHEIRO-SALARIOS-HIST
                       AT END MOVE "10" TO WS-SAL-HIST-STATUS
                       NOT AT END
                           IF (SAL-NOME = NOME) AND
                              (SAL-TIPO = SPACES) THEN
                               IF (SAL-PERIODO =
                                   WS-PERIODO-CESSACAO) THEN
                                   MOVE "S" TO WS-MES-PROCESSADO
                               END-IF
                               IF (SAL-PERIODO = WS-PERIODO-JUNHO)
                                   MOVE "S" TO WS-JUNHO-PAGO
                               END-IF
                               IF (SAL-PERIODO = WS-PERIODO-NOVEMBRO)
                                   MOVE "S" TO WS-NOVEMBRO-PAGO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-SALARIOS-HIST.

      * Parcelas, sobre o salario contratual (base 30 dias por mes e
      * 22 dias uteis por mes de ferias):
      *  - vencimento dos dias do ultimo mes, se a folha ainda nao o
      *    processou;
      *  - dias de ferias por gozar do saldo da ficha;
      *  - ferias, subsidio de ferias e subsidio de natal
      *    proporcionais ao tempo trabalhado no ano, abatido o que a
      *    folha ja pagou em junho e novembro (o subsidio de ferias
      *    vencido a 1 de janeiro vai inteiro se junho nao correu);
      *  - compensacao pelo motivo: 18 dias por ano de casa na
      *    caducidade do termo, 14 no despedimento coletivo ou
      *    extincao do posto, 30 (minimo 3 meses) no despedimento sem
      *    justa causa, o valor acordado na revogacao.
      * Como na folha, os subsidios e a compensacao vao ao liquido
      * fora da base do IRS e da seguranca social.
       CALCULAR-ACERTO.
           COMPUTE WS-VALOR-DIA = WS-SALARIO-BASE / 30.
           MOVE WS-CESS-DIA TO WS-DIAS-MES.
           IF (WS-DIAS-MES > 30) THEN
               MOVE 30 TO WS-DIAS-MES
           END-IF.
           IF (WS-MES-PROCESSADO = "S") THEN
               MOVE 0 TO WS-VENCIMENTO
           ELSE
               COMPUTE WS-VENCIMENTO ROUNDED =
                   WS-SALARIO-BASE * WS-DIAS-MES / 30
           END-IF.
           COMPUTE WS-FERIAS-NAO-GOZADAS ROUNDED =
               WS-SALARIO-BASE * WS-FERIAS-SALDO / 22.
           COMPUTE WS-DIAS-ANO = (WS-CESS-MES * 30) - 30.
           ADD WS-DIAS-MES TO WS-DIAS-ANO.
           COMPUTE WS-FERIAS-PROPORC ROUNDED =
               WS-SALARIO-BASE * WS-DIAS-ANO / 360.
           MOVE WS-FERIAS-PROPORC TO WS-SUB-FERIAS.
           IF (WS-JUNHO-PAGO = "N") THEN
               ADD WS-SALARIO-BASE TO WS-SUB-FERIAS
           END-IF.
           COMPUTE WS-SUB-NATAL ROUNDED =
               WS-SALARIO-BASE * WS-DIAS-ANO / 360.
           MOVE 0 TO WS-NATAL-JA-PAGO.
           IF (WS-JUNHO-PAGO = "S") THEN
               COMPUTE WS-NATAL-JA-PAGO = WS-SALARIO-BASE * 0.5
           END-IF.
           IF (WS-NOVEMBRO-PAGO = "S") THEN
               COMPUTE WS-NATAL-JA-PAGO =
                   WS-NATAL-JA-PAGO + (WS-SALARIO-BASE * 0.5)
           END-IF.
           IF (WS-NATAL-JA-PAGO >= WS-SUB-NATAL) THEN
               MOVE 0 TO WS-SUB-NATAL
           ELSE
               SUBTRACT WS-NATAL-JA-PAGO FROM WS-SUB-NATAL
           END-IF.
           COMPUTE WS-ANOS-SERVICO = WS-CESS-ANO - WS-ANOENTRADA.
           EVALUATE WS-MOTIVO
               WHEN 2
                   COMPUTE WS-COMPENSACAO ROUNDED =
                       WS-VALOR-DIA * 18 * WS-ANOS-SERVICO
               WHEN 3
                   COMPUTE WS-COMPENSACAO ROUNDED =
                       WS-VALOR-DIA * 14 * WS-ANOS-SERVICO
               WHEN 4
                   COMPUTE WS-COMPENSACAO ROUNDED =
                       WS-VALOR-DIA * 30 * WS-ANOS-SERVICO
                   IF (WS-COMPENSACAO < WS-SALARIO-BASE * 3) THEN
                       COMPUTE WS-COMPENSACAO = WS-SALARIO-BASE * 3
                   END-IF
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   MOVE 0 TO WS-COMPENSACAO
           END-EVALUATE.
           COMPUTE WS-ILIQUIDO = WS-VENCIMENTO +
               WS-FERIAS-NAO-GOZADAS + WS-FERIAS-PROPORC.
           COMPUTE WS-SEG-SOCIAL ROUNDED =
               WS-ILIQUIDO * TAXA-SEG-SOCIAL.
           COMPUTE WS-SS-PATRONAL ROUNDED =
               WS-ILIQUIDO * TAXA-SS-PATRONAL.
           PERFORM CALCULAR-IRS-ACERTO.
           COMPUTE WS-LIQUIDO = WS-ILIQUIDO - WS-IRS - WS-SEG-SOCIAL
               + WS-SUB-FERIAS + WS-SUB-NATAL + WS-COMPENSACAO.
           PERFORM APLICAR-RETROATIVOS.
           PERFORM APLICAR-DESCONTOS-TERCEIROS.
           PERFORM DESCONTAR-VALES.
           COMPUTE WS-TOTAL-DESCONTOS =
               WS-VALES-DESCONTADOS.
           PERFORM VARYING IDX-DSCA FROM 1 BY 1
               UNTIL IDX-DSCA > WS-NUM-DSC-APLICADOS
               ADD DSCA-VALOR(IDX-DSCA) TO WS-TOTAL-DESCONTOS
           END-PERFORM.

      * Mesma regra da folha: escalao pelo iliquido, reducao por
      * dependente, e escalao de topo acima do ultimo limite.
       CALCULAR-IRS-ACERTO.
           MOVE 0 TO WS-IRS.
           MOVE "N" TO WS-IRS-APLICADO.
           PERFORM VARYING IDX-IRS FROM 1 BY 1
               UNTIL IDX-IRS > WS-NUM-ESCALOES
               IF (WS-IRS-APLICADO = "N") AND
                  (WS-ILIQUIDO <= IRS-T-LIMITE(IDX-IRS)) THEN
                   MOVE "S" TO WS-IRS-APLICADO
                   MOVE IDX-IRS TO WS-IRS-TOPO
               END-IF
           END-PERFORM.
           IF (WS-IRS-APLICADO = "N") AND (WS-NUM-ESCALOES > 0) THEN
               MOVE "S" TO WS-IRS-APLICADO
               MOVE 1 TO WS-IRS-TOPO
               PERFORM VARYING IDX-IRS FROM 2 BY 1
                   UNTIL IDX-IRS > WS-NUM-ESCALOES
                   IF (IRS-T-LIMITE(IDX-IRS) >
                       IRS-T-LIMITE(WS-IRS-TOPO)) THEN
                       MOVE IDX-IRS TO WS-IRS-TOPO
                   END-IF
               END-PERFORM
           END-IF.
           IF (WS-IRS-APLICADO = "S") THEN
               COMPUTE WS-IRS ROUNDED = WS-ILIQUIDO *
                   IRS-T-TAXA-PCT(WS-IRS-TOPO) / 100
               COMPUTE WS-REDUCAO-FILHOS =
                   WS-FILHOS * IRS-T-REDUCAO-FILHO(WS-IRS-TOPO)
               IF (WS-REDUCAO-FILHOS > WS-IRS) THEN
                   MOVE WS-IRS TO WS-REDUCAO-FILHOS
               END-IF
               SUBTRACT WS-REDUCAO-FILHOS FROM WS-IRS
           END-IF.

      * Retroativos calculados e ainda por pagar saem no acerto, ja
      * com o IRS e a seguranca social apurados no RH-RETROATIVOS.
       APLICAR-RETROATIVOS.
           MOVE 0 TO WS-RET-PERIODOS.
           PERFORM VARYING IDX-RET FROM 1 BY 1
               UNTIL IDX-RET > WS-NUM-RETROATIVOS
               IF (RET-T-NOME(IDX-RET) = NOME) AND
                  (RET-T-ESTADO(IDX-RET) = "P") THEN
                   ADD RET-T-BASE(IDX-RET) TO WS-RET-BASE
                   ADD RET-T-SUBSIDIOS(IDX-RET) TO WS-RET-SUBSIDIOS
                   ADD RET-T-IRS(IDX-RET) TO WS-RET-IRS
                   ADD RET-T-SEG-SOCIAL(IDX-RET) TO WS-RET-SS
                   ADD RET-T-SS-PATRONAL(IDX-RET)
                       TO WS-RET-SS-PATRONAL
                   ADD 1 TO WS-RET-PERIODOS
                   MOVE "L" TO RET-T-ESTADO(IDX-RET)
                   MOVE WS-PERIODO-CESSACAO
                       TO RET-T-PERIODO-PAGO(IDX-RET)
               END-IF
           END-PERFORM.
           IF (WS-RET-PERIODOS > 0) THEN
               COMPUTE WS-RET-LIQUIDO = WS-RET-BASE +
                   WS-RET-SUBSIDIOS - WS-RET-IRS - WS-RET-SS
               ADD WS-RET-LIQUIDO TO WS-LIQUIDO
           END-IF.

      * As ordens a favor de terceiros aplicam-se uma ultima vez ao
      * liquido final, por prioridade, e ficam inativas: sem vinculo
      * nao ha mais vencimentos a descontar. O saldo que sobrar e
      * indicado no documento para comunicar ao credor.
       APLICAR-DESCONTOS-TERCEIROS.
           MOVE 0 TO WS-NUM-DSC-APLICADOS.
           PERFORM VARYING WS-PRIORIDADE-CICLO FROM 1 BY 1
               UNTIL WS-PRIORIDADE-CICLO > 9
               PERFORM VARYING IDX-DSC FROM 1 BY 1
                   UNTIL IDX-DSC > WS-NUM-DESCONTOS3
                   IF (DSC-T-NOME(IDX-DSC) = NOME) AND
                      (DSC-T-ATIVO(IDX-DSC) = "S") AND
                      (DSC-T-PRIORIDADE(IDX-DSC) =
                       WS-PRIORIDADE-CICLO) THEN
                       PERFORM APLICAR-UM-DESCONTO3
                       MOVE "N" TO DSC-T-ATIVO(IDX-DSC)
                   END-IF
               END-PERFORM
           END-PERFORM.

       APLICAR-UM-DESCONTO3.
           IF (DSC-T-MODO(IDX-DSC) = "P") THEN
               COMPUTE WS-VALOR-DESC3 ROUNDED =
                   WS-LIQUIDO * DSC-T-VALOR(IDX-DSC) / 100
           ELSE
               MOVE DSC-T-VALOR(IDX-DSC) TO WS-VALOR-DESC3
           END-IF.
           IF (DSC-T-SALDO-RESTANTE(IDX-DSC) > 0) AND
              (WS-VALOR-DESC3 > DSC-T-SALDO-RESTANTE(IDX-DSC)) THEN
               MOVE DSC-T-SALDO-RESTANTE(IDX-DSC) TO WS-VALOR-DESC3
           END-IF.
           IF (WS-VALOR-DESC3 > WS-LIQUIDO) THEN
               MOVE WS-LIQUIDO TO WS-VALOR-DESC3
           END-IF.
           IF (WS-VALOR-DESC3 = 0) OR
              (WS-NUM-DSC-APLICADOS >= 5) THEN
               CONTINUE
           ELSE
               SUBTRACT WS-VALOR-DESC3 FROM WS-LIQUIDO
               IF (DSC-T-SALDO-RESTANTE(IDX-DSC) > 0) THEN
                   SUBTRACT WS-VALOR-DESC3
                       FROM DSC-T-SALDO-RESTANTE(IDX-DSC)
               END-IF
               ADD 1 TO WS-NUM-DSC-APLICADOS
               MOVE DSC-T-TIPO(IDX-DSC)
                   TO DSCA-TIPO(WS-NUM-DSC-APLICADOS)
               MOVE DSC-T-BENEFICIARIO(IDX-DSC)
                   TO DSCA-BENEFICIARIO(WS-NUM-DSC-APLICADOS)
               MOVE DSC-T-IBAN(IDX-DSC)
                   TO DSCA-IBAN(WS-NUM-DSC-APLICADOS)
               MOVE WS-VALOR-DESC3
                   TO DSCA-VALOR(WS-NUM-DSC-APLICADOS)
           END-IF.

      * Todos os vales em aberto sao descontados ao liquido final; o
      * que nao couber fica em divida e consta do documento.
       DESCONTAR-VALES.
           MOVE 0 TO WS-VALES-DESCONTADOS.
           MOVE 0 TO WS-VALES-EM-DIVIDA.
           PERFORM VARYING IDX-VSL FROM 1 BY 1
               UNTIL IDX-VSL > WS-NUM-VALES-SAL
               IF (VSL-T-NOME(IDX-VSL) = NOME) AND
                  (VSL-T-ESTADO(IDX-VSL) = "A") THEN
                   IF (VSL-T-VALOR(IDX-VSL) > WS-LIQUIDO) THEN
                       ADD VSL-T-VALOR(IDX-VSL) TO WS-VALES-EM-DIVIDA
                   ELSE
                       SUBTRACT VSL-T-VALOR(IDX-VSL) FROM WS-LIQUIDO
                       ADD VSL-T-VALOR(IDX-VSL)
                           TO WS-VALES-DESCONTADOS
                       MOVE "L" TO VSL-T-ESTADO(IDX-VSL)
                       MOVE WS-PERIODO-CESSACAO
                           TO VSL-T-PERIODO-LIQ(IDX-VSL)
                   END-IF
               END-IF
           END-PERFORM.

       MOSTRAR-ACERTO.
           DISPLAY "------------------------------------------------".
           DISPLAY "ACERTO DE " NOME.
           DISPLAY "CESSACAO " WS-DATA-CESSACAO " - " WS-MOTIVO-TEXTO.
           MOVE WS-VENCIMENTO TO WS-FORMAT.
           DISPLAY "VENCIMENTO DO MES (" WS-DIAS-MES " DIAS): "
               WS-FORMAT.
           IF (WS-MES-PROCESSADO = "S") THEN
               DISPLAY "  (MES JA PROCESSADO NA FOLHA)"
           END-IF.
           MOVE WS-FERIAS-NAO-GOZADAS TO WS-FORMAT.
           DISPLAY "FERIAS NAO GOZADAS (" WS-FERIAS-SALDO " DIAS): "
               WS-FORMAT.
           MOVE WS-FERIAS-PROPORC TO WS-FORMAT.
           DISPLAY "FERIAS PROPORCIONAIS:       " WS-FORMAT.
           MOVE WS-SUB-FERIAS TO WS-FORMAT.
           DISPLAY "SUBSIDIO DE FERIAS:         " WS-FORMAT.
           MOVE WS-SUB-NATAL TO WS-FORMAT.
           DISPLAY "SUBSIDIO DE NATAL:          " WS-FORMAT.
           MOVE WS-COMPENSACAO TO WS-FORMAT.
           DISPLAY "COMPENSACAO:                " WS-FORMAT.
           IF (WS-RET-PERIODOS > 0) THEN
               MOVE WS-RET-LIQUIDO TO WS-FORMAT
               DISPLAY "RETROATIVOS (LIQUIDO):      " WS-FORMAT
           END-IF.
           MOVE WS-IRS TO WS-FORMAT.
           DISPLAY "IRS:                        " WS-FORMAT.
           MOVE WS-SEG-SOCIAL TO WS-FORMAT.
           DISPLAY "SEGURANCA SOCIAL (11%):     " WS-FORMAT.
           MOVE WS-TOTAL-DESCONTOS TO WS-FORMAT.
           DISPLAY "VALES E DESCONTOS:          " WS-FORMAT.
           IF (WS-VALES-EM-DIVIDA > 0) THEN
               MOVE WS-VALES-EM-DIVIDA TO WS-FORMAT
               DISPLAY "VALES EM DIVIDA (A COBRAR): " WS-FORMAT
           END-IF.
           MOVE WS-LIQUIDO TO WS-FORMAT.
           DISPLAY "LIQUIDO A PAGAR:            " WS-FORMAT.

      * Recibo final no mesmo ficheiro e formato dos recibos mensais.
       IMPRIMIR-RECIBO-FINAL.
           MOVE SPACES TO WS-RECIBO-STATUS.
           OPEN EXTEND RECIBO-VENCIMENTO.
           IF (WS-RECIBO-STATUS = "35") THEN
               OPEN OUTPUT RECIBO-VENCIMENTO
           END-IF.
           IF (WS-OPERADOR-MODO = "T") THEN
               MOVE WS-MARCA-TREINO TO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
           MOVE "============================================"
               TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "RECIBO FINAL (CESSACAO) - PERIODO "
               WS-PERIODO-CESSACAO
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "FUNCIONARIO: " NOME
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "DEPARTAMENTO: " WS-DEPARTAMENTO
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE WS-VENCIMENTO TO WS-FORMAT.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "VENCIMENTO (" WS-DIAS-MES " DIAS): " WS-FORMAT
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE WS-FERIAS-NAO-GOZADAS TO WS-FORMAT.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "FERIAS NAO GOZADAS (" WS-FERIAS-SALDO " DIAS): "
               WS-FORMAT
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE WS-FERIAS-PROPORC TO WS-FORMAT.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "FERIAS PROPORCIONAIS: " WS-FORMAT
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE WS-ILIQUIDO TO WS-FORMAT.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "TOTAL ILIQUIDO: " WS-FORMAT
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE WS-IRS TO WS-FORMAT.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "IRS: " WS-FORMAT
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE WS-SEG-SOCIAL TO WS-FORMAT.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "SEGURANCA SOCIAL (11%): " WS-FORMAT
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE WS-SS-PATRONAL TO WS-FORMAT.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "SS ENTIDADE (23,75% - INFORMATIVO): " WS-FORMAT
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE WS-SUB-FERIAS TO WS-FORMAT.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "SUBSIDIO DE FERIAS: " WS-FORMAT
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE WS-SUB-NATAL TO WS-FORMAT.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "SUBSIDIO DE NATAL: " WS-FORMAT
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           IF (WS-COMPENSACAO > 0) THEN
               MOVE WS-COMPENSACAO TO WS-FORMAT
               MOVE SPACES TO RECIBO-LINHA
               STRING "COMPENSACAO POR CESSACAO: " WS-FORMAT
                   DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
           IF (WS-RET-PERIODOS > 0) THEN
               MOVE WS-RET-BASE TO WS-FORMAT
               MOVE SPACES TO RECIBO-LINHA
               STRING "RETROATIVOS (" WS-RET-PERIODOS
                   " PERIODO(S)): " WS-FORMAT
                   DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
               MOVE WS-RET-IRS TO WS-FORMAT
               MOVE WS-RET-SS TO WS-FORMAT2
               MOVE SPACES TO RECIBO-LINHA
               STRING "  RETROATIVOS - IRS: " WS-FORMAT
                   " SS: " WS-FORMAT2
                   DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
           PERFORM VARYING IDX-DSCA FROM 1 BY 1
               UNTIL IDX-DSCA > WS-NUM-DSC-APLICADOS
               MOVE DSCA-VALOR(IDX-DSCA) TO WS-FORMAT
               MOVE SPACES TO RECIBO-LINHA
               STRING "DESCONTO (" DSCA-TIPO(IDX-DSCA) ") "
                   DSCA-BENEFICIARIO(IDX-DSCA) ": " WS-FORMAT
                   DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-PERFORM.
           IF (WS-VALES-DESCONTADOS > 0) THEN
               MOVE WS-VALES-DESCONTADOS TO WS-FORMAT
               MOVE SPACES TO RECIBO-LINHA
               STRING "VALES ADIANTADOS DESCONTADOS: " WS-FORMAT
                   DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
           MOVE WS-LIQUIDO TO WS-FORMAT.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "TOTAL LIQUIDO: " WS-FORMAT
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE "============================================"
               TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           CLOSE RECIBO-VENCIMENTO.

      * Documento de acerto para assinatura das duas partes, com o
      * detalhe de cada parcela, o que fica por regularizar e a
      * declaracao de quitacao.
       IMPRIMIR-DOCUMENTO-ACERTO.
           MOVE SPACES TO WS-DOCUMENTO-STATUS.
           OPEN EXTEND DOCUMENTO-ACERTO.
           IF (WS-DOCUMENTO-STATUS = "35") THEN
               OPEN OUTPUT DOCUMENTO-ACERTO
           END-IF.
           MOVE "=========================================="
               TO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           MOVE "DOCUMENTO DE ACERTO DE CONTAS FINAL" TO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           MOVE SPACES TO ACERTO-LINHA.
           STRING "EMPREGADO: " NOME "  " WS-DEPARTAMENTO
               DELIMITED BY SIZE INTO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           MOVE SPACES TO ACERTO-LINHA.
           STRING "ADMITIDO EM " WS-ANOENTRADA
               "  CESSACAO EM " WS-DATA-CESSACAO
               DELIMITED BY SIZE INTO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           MOVE SPACES TO ACERTO-LINHA.
           STRING "MOTIVO: " WS-MOTIVO-TEXTO
               "  ANOS DE CASA: " WS-ANOS-SERVICO
               DELIMITED BY SIZE INTO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           MOVE "------------------------------------------"
               TO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           MOVE WS-VENCIMENTO TO WS-FORMAT.
           MOVE SPACES TO ACERTO-LINHA.
           STRING "VENCIMENTO DO ULTIMO MES ......... " WS-FORMAT
               DELIMITED BY SIZE INTO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           MOVE WS-FERIAS-NAO-GOZADAS TO WS-FORMAT.
           MOVE SPACES TO ACERTO-LINHA.
           STRING "FERIAS VENCIDAS NAO GOZADAS ...... " WS-FORMAT
               DELIMITED BY SIZE INTO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           MOVE WS-FERIAS-PROPORC TO WS-FORMAT.
           MOVE SPACES TO ACERTO-LINHA.
           STRING "FERIAS PROPORCIONAIS ............. " WS-FORMAT
               DELIMITED BY SIZE INTO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           MOVE WS-SUB-FERIAS TO WS-FORMAT.
           MOVE SPACES TO ACERTO-LINHA.
           STRING "SUBSIDIO DE FERIAS ............... " WS-FORMAT
               DELIMITED BY SIZE INTO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           MOVE WS-SUB-NATAL TO WS-FORMAT.
           MOVE SPACES TO ACERTO-LINHA.
           STRING "SUBSIDIO DE NATAL PROPORCIONAL ... " WS-FORMAT
               DELIMITED BY SIZE INTO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           MOVE WS-COMPENSACAO TO WS-FORMAT.
           MOVE SPACES TO ACERTO-LINHA.
           STRING "COMPENSACAO PELA CESSACAO ........ " WS-FORMAT
               DELIMITED BY SIZE INTO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           IF (WS-RET-PERIODOS > 0) THEN
               MOVE WS-RET-LIQUIDO TO WS-FORMAT
               MOVE SPACES TO ACERTO-LINHA
               STRING "RETROATIVOS EM DIVIDA (LIQUIDO) .. " WS-FORMAT
                   DELIMITED BY SIZE INTO ACERTO-LINHA
               WRITE ACERTO-LINHA
           END-IF.
           MOVE WS-IRS TO WS-FORMAT.
           MOVE SPACES TO ACERTO-LINHA.
           STRING "RETENCAO DE IRS .................. " WS-FORMAT
               DELIMITED BY SIZE INTO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           MOVE WS-SEG-SOCIAL TO WS-FORMAT.
           MOVE SPACES TO ACERTO-LINHA.
           STRING "SEGURANCA SOCIAL ................. " WS-FORMAT
               DELIMITED BY SIZE INTO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           MOVE WS-VALES-DESCONTADOS TO WS-FORMAT.
           MOVE SPACES TO ACERTO-LINHA.
           STRING "VALES ADIANTADOS DESCONTADOS ..... " WS-FORMAT
               DELIMITED BY SIZE INTO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           PERFORM VARYING IDX-DSCA FROM 1 BY 1
               UNTIL IDX-DSCA > WS-NUM-DSC-APLICADOS
               MOVE DSCA-VALOR(IDX-DSCA) TO WS-FORMAT
               MOVE SPACES TO ACERTO-LINHA
               STRING "DESCONTO A " DSCA-BENEFICIARIO(IDX-DSCA)
                   " " WS-FORMAT
                   DELIMITED BY SIZE INTO ACERTO-LINHA
               WRITE ACERTO-LINHA
           END-PERFORM.
           MOVE "------------------------------------------"
               TO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           MOVE WS-LIQUIDO TO WS-FORMAT.
           MOVE SPACES TO ACERTO-LINHA.
           STRING "LIQUIDO A TRANSFERIR ............. " WS-FORMAT
               DELIMITED BY SIZE INTO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           MOVE SPACES TO ACERTO-LINHA.
           STRING "PARA O IBAN " WS-IBAN
               DELIMITED BY SIZE INTO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           IF (WS-VALES-EM-DIVIDA > 0) THEN
               MOVE WS-VALES-EM-DIVIDA TO WS-FORMAT
               MOVE SPACES TO ACERTO-LINHA
               STRING "VALES POR REGULARIZAR PELO EMPREGADO: "
                   WS-FORMAT
                   DELIMITED BY SIZE INTO ACERTO-LINHA
               WRITE ACERTO-LINHA
           END-IF.
           PERFORM VARYING IDX-DSC FROM 1 BY 1
               UNTIL IDX-DSC > WS-NUM-DESCONTOS3
               IF (DSC-T-NOME(IDX-DSC) = NOME) AND
                  (DSC-T-SALDO-RESTANTE(IDX-DSC) > 0) THEN
                   MOVE DSC-T-SALDO-RESTANTE(IDX-DSC) TO WS-FORMAT
                   MOVE SPACES TO ACERTO-LINHA
                   STRING "SALDO POR DESCONTAR A "
                       DSC-T-BENEFICIARIO(IDX-DSC) " " WS-FORMAT
                       DELIMITED BY SIZE INTO ACERTO-LINHA
                   WRITE ACERTO-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           MOVE "COM O PAGAMENTO DESTE VALOR AS PARTES DAO-SE"
               TO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           MOVE "RECIPROCAMENTE QUITACAO DOS CREDITOS DO CONTRATO."
               TO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           MOVE SPACES TO ACERTO-LINHA.
           STRING "DATA: " WS-HOJE "   PROCESSADO POR: "
               WS-OPERADOR-ATUAL
               DELIMITED BY SIZE INTO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           MOVE SPACES TO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           MOVE "A EMPRESA: ______________  O EMPREGADO: ______________"
               TO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           MOVE "=========================================="
               TO ACERTO-LINHA.
           WRITE ACERTO-LINHA.
           CLOSE DOCUMENTO-ACERTO.

      * O liquido e os descontos a terceiros seguem para o banco como
      * as transferencias da folha: linha P em SEPA-LOTES.DAT e um
      * lote proprio em TRANSFERENCIAS-SEPA.TXT.
       GERAR-SEPA-ACERTO.
           MOVE 0 TO WS-SEPA-CONTAGEM.
           MOVE 0 TO WS-SEPA-SOMA.
           OPEN EXTEND FICHEIRO-SEPA-LOTES.
           IF (WS-SEPA-LOTES-STATUS = "35") THEN
               OPEN OUTPUT FICHEIRO-SEPA-LOTES
           END-IF.
           MOVE SPACES TO WS-SEPA-TXT-STATUS.
           OPEN EXTEND FICHEIRO-SEPA.
           IF (WS-SEPA-TXT-STATUS = "35") THEN
               OPEN OUTPUT FICHEIRO-SEPA
           END-IF.
           MOVE SPACES TO SEPA-LINHA.
           COMPUTE WS-SEPA-CONTAGEM = WS-NUM-DSC-APLICADOS + 1.
           COMPUTE WS-SEPA-SOMA = WS-LIQUIDO + WS-TOTAL-DESCONTOS -
               WS-VALES-DESCONTADOS.
           MOVE WS-SEPA-SOMA TO WS-SEPA-SOMA-S.
           STRING "H;" WS-PERIODO-CESSACAO ";"
               WS-SEPA-CONTAGEM ";" WS-SEPA-SOMA-S
               DELIMITED BY SIZE INTO SEPA-LINHA.
           WRITE SEPA-LINHA.
           MOVE WS-HOJE TO LOT-DATA.
           MOVE WS-PERIODO-CESSACAO TO LOT-PERIODO.
           MOVE NOME TO LOT-NOME.
           MOVE WS-IBAN TO LOT-IBAN.
           MOVE WS-LIQUIDO TO LOT-VALOR.
           MOVE "P" TO LOT-ESTADO.
           WRITE REG-SEPA-LOTE.
           MOVE WS-LIQUIDO TO WS-FORMAT.
           MOVE SPACES TO SEPA-LINHA.
           STRING NOME ";" WS-IBAN ";" WS-FORMAT ";ACERTO-CONTAS"
               DELIMITED BY SIZE INTO SEPA-LINHA.
           WRITE SEPA-LINHA.
           PERFORM VARYING IDX-DSCA FROM 1 BY 1
               UNTIL IDX-DSCA > WS-NUM-DSC-APLICADOS
               MOVE WS-HOJE TO LOT-DATA
               MOVE WS-PERIODO-CESSACAO TO LOT-PERIODO
               MOVE DSCA-BENEFICIARIO(IDX-DSCA) TO LOT-NOME
               MOVE DSCA-IBAN(IDX-DSCA) TO LOT-IBAN
               MOVE DSCA-VALOR(IDX-DSCA) TO LOT-VALOR
               MOVE "P" TO LOT-ESTADO
               WRITE REG-SEPA-LOTE
               MOVE DSCA-VALOR(IDX-DSCA) TO WS-FORMAT
               MOVE SPACES TO SEPA-LINHA
               STRING DSCA-BENEFICIARIO(IDX-DSCA) ";"
                   DSCA-IBAN(IDX-DSCA) ";" WS-FORMAT ";ACERTO-CONTAS"
                   DELIMITED BY SIZE INTO SEPA-LINHA
               WRITE SEPA-LINHA
           END-PERFORM.
           MOVE SPACES TO SEPA-LINHA.
           STRING "T;" WS-SEPA-CONTAGEM ";" WS-SEPA-SOMA-S
               DELIMITED BY SIZE INTO SEPA-LINHA.
           WRITE SEPA-LINHA.
           CLOSE FICHEIRO-SEPA.
           CLOSE FICHEIRO-SEPA-LOTES.

      * No historico o acerto e uma linha de tipo C no periodo da
      * cessacao (entra nos acumulados, na declaracao anual e na
      * remessa a seguranca social); os retroativos pagos nele levam
      * a sua linha R, como na folha.
       REGISTAR-HISTORICO-ACERTO.
           OPEN EXTEND FICHEIRO-SALARIOS-HIST.
           MOVE WS-PERIODO-CESSACAO TO SAL-PERIODO.
           MOVE NOME              TO SAL-NOME.
           MOVE WS-DEPARTAMENTO   TO SAL-DEPARTAMENTO.
           MOVE WS-VENCIMENTO     TO SAL-BASE.
           MOVE 0                 TO SAL-COMISSAO.
           MOVE WS-ILIQUIDO       TO SAL-ILIQUIDO.
           MOVE WS-IRS            TO SAL-IRS.
           MOVE WS-SEG-SOCIAL     TO SAL-SEG-SOCIAL.
           COMPUTE SAL-LIQUIDO = WS-LIQUIDO - WS-RET-LIQUIDO.
           MOVE 0                 TO SAL-SUB-ALIM.
           MOVE 0                 TO SAL-SUB-ALIM-ISENTO.
           MOVE 0                 TO SAL-GORJETAS.
           MOVE WS-OPERADOR-ATUAL TO SAL-OPERADOR.
           MOVE WS-SS-PATRONAL    TO SAL-SS-PATRONAL.
           MOVE "C"               TO SAL-TIPO.
           WRITE REG-SALARIO-HIST.
           IF (WS-RET-PERIODOS > 0) THEN
               MOVE WS-RET-BASE        TO SAL-BASE
               MOVE WS-RET-BASE        TO SAL-ILIQUIDO
               MOVE WS-RET-IRS         TO SAL-IRS
               MOVE WS-RET-SS          TO SAL-SEG-SOCIAL
               MOVE WS-RET-LIQUIDO     TO SAL-LIQUIDO
               MOVE WS-RET-SS-PATRONAL TO SAL-SS-PATRONAL
               MOVE "R"                TO SAL-TIPO
               WRITE REG-SALARIO-HIST
           END-IF.
           CLOSE FICHEIRO-SALARIOS-HIST.

       REGISTAR-ACERTO.
           MOVE SPACES TO WS-ACERTOS-STATUS.
           OPEN EXTEND FICHEIRO-ACERTOS.
           IF (WS-ACERTOS-STATUS = "35") THEN
               OPEN OUTPUT FICHEIRO-ACERTOS
           END-IF.
           MOVE NOME TO ACE-NOME.
           MOVE WS-DATA-CESSACAO TO ACE-DATA-CESSACAO.
           MOVE WS-MOTIVO TO ACE-MOTIVO.
           MOVE WS-HOJE TO ACE-DATA-ACERTO.
           COMPUTE ACE-ILIQUIDO = WS-ILIQUIDO + WS-RET-BASE.
           MOVE WS-COMPENSACAO TO ACE-COMPENSACAO.
           COMPUTE ACE-IRS = WS-IRS + WS-RET-IRS.
           COMPUTE ACE-SEG-SOCIAL = WS-SEG-SOCIAL + WS-RET-SS.
           MOVE WS-TOTAL-DESCONTOS TO ACE-DESCONTOS.
           MOVE WS-LIQUIDO TO ACE-LIQUIDO.
           MOVE WS-OPERADOR-ATUAL TO ACE-OPERADOR.
           WRITE REG-ACERTO.
           CLOSE FICHEIRO-ACERTOS.

      * Ficha fechada: estado T (fora da folha, do ponto e das
      * ausencias, e bloqueada a alteracoes no RH-ADMIN), saldo de
      * ferias esgotado e os valores do ultimo pagamento.
       BLOQUEAR-EMPREGADO.
           MOVE SPACES TO WS-EMPREGADOS-STATUS.
           OPEN I-O FICHEIRO-EMPREGADOS.
           IF (WS-EMPREGADOS-STATUS NOT = "00") THEN
               DISPLAY "EMPREGADOS.DAT INDISPONIVEL (ESTADO "
                   WS-EMPREGADOS-STATUS ") - FICHA NAO BLOQUEADA!"
               MOVE "RH-ACERTO" TO WS-ERRO-PROGRAMA
               MOVE "ACERTO SEM BLOQUEIO DA FICHA"
                   TO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
           ELSE
               MOVE NOME TO EMP-NOME
               READ FICHEIRO-EMPREGADOS
                   INVALID KEY
                       DISPLAY "FICHA NAO ENCONTRADA - NAO BLOQUEADA!"
                   NOT INVALID KEY
                       MOVE REG-EMPREGADO TO WS-JRN-ANTES
                       MOVE "T" TO EMP-ESTADO
                       MOVE 0 TO EMP-FERIAS-SALDO
                       MOVE WS-IRS TO EMP-IRS
                       MOVE WS-SEG-SOCIAL TO EMP-SEG-SOCIAL
                       MOVE WS-LIQUIDO TO EMP-LIQUIDO
                       REWRITE REG-EMPREGADO
                       IF (WS-EMPREGADOS-STATUS = "00") THEN
                           MOVE "A" TO WS-JRN-OPERACAO
                           PERFORM JORNAL-EMPREGADOS
                       END-IF
               END-READ
           END-IF.
           CLOSE FICHEIRO-EMPREGADOS.

       COPY "IRS-TABELA-PROC.cpy".

       COPY "DESCONTOS3-PROC.cpy".

       COPY "VALES-SALARIO-PROC.cpy".

       COPY "RETROATIVOS-PROC.cpy".

       COPY "PERIODOS-FOLHA-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       COPY "ERRO-LOG-PROC.cpy".

       COPY "AUTORIZA-PROC.cpy".

       COPY "JORNAL-EMPREGADOS-PROC.cpy".

       END PROGRAM RH-ACERTO.
