      ******************************************************************
      * Author:
      * Date:
      * Purpose: Retroativos de salario - para cada alteracao do
      *          salario contratual com efeito anterior ao mes em que
      *          foi registada (ALTERACOES-SALARIO.DAT), recalcula a
      *          nova taxa os periodos ja fechados de SALARIOS-HIST.DAT
      *          (base, subsidios de natal e ferias, IRS pela tabela
      *          desse mes, seguranca social do empregado e da
      *          entidade) e deixa as diferencas em RETROATIVOS.DAT
      *          para a folha seguinte pagar numa linha propria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RH-RETROATIVOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "EMPREGADOS-SELECT.cpy".
           COPY "SALARIOS-HIST-SELECT.cpy".
           COPY "ALTERACOES-SALARIO-SELECT.cpy".
           COPY "RETROATIVOS-SELECT.cpy".
           COPY "IRS-TABELA-SELECT.cpy".
           COPY "PERIODOS-FOLHA-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "ERRO-LOG-SELECT.cpy".
           COPY "AUTORIZA-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "EMPREGADOS-FD.cpy".
           COPY "SALARIOS-HIST-FD.cpy".
           COPY "ALTERACOES-SALARIO-FD.cpy".
           COPY "RETROATIVOS-FD.cpy".
           COPY "IRS-TABELA-FD.cpy".
           COPY "PERIODOS-FOLHA-FD.cpy".
           COPY "OPERADOR-SESSAO-FD.cpy".
           COPY "ERRO-LOG-FD.cpy".
           COPY "AUTORIZA-FD.cpy".

       WORKING-STORAGE SECTION.
       77 WS-EMPREGADOS-STATUS   PIC XX VALUES SPACES.
       77 WS-SAL-HIST-STATUS     PIC XX VALUES SPACES.
       COPY "ALTERACOES-SALARIO-WS.cpy".
       COPY "RETROATIVOS-WS.cpy".
       COPY "IRS-TABELA-WS.cpy".
       COPY "PERIODOS-FOLHA-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       COPY "ERRO-LOG-WS.cpy".
       COPY "AUTORIZA-WS.cpy".
       77 TAXA-SEG-SOCIAL        PIC 9V99     VALUE 0.11.
       77 TAXA-SS-PATRONAL       PIC 9V9999   VALUE 0.2375.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-FILHOS              PIC 9(02) VALUES 0.
       77 WS-PERIODO-EFEITO      PIC 9(06) VALUES 0.
       77 WS-DIA-EFEITO          PIC 9(02) VALUES 0.
       77 WS-PERIODO-REGISTO     PIC 9(06) VALUES 0.
       77 WS-ANO-ORIGEM          PIC 9(04) VALUES 0.
       77 WS-MES-ORIGEM          PIC 9(02) VALUES 0.
       77 WS-FATOR               PIC 9V9999 VALUES 0.
       77 WS-DIF-BASE            PIC 9(06)V99 VALUES 0.
       77 WS-DIF-SUBSIDIOS       PIC 9(06)V99 VALUES 0.
       77 WS-DIF-IRS             PIC 9(06)V99 VALUES 0.
       77 WS-DIF-SS              PIC 9(06)V99 VALUES 0.
       77 WS-DIF-SS-PATRONAL     PIC 9(06)V99 VALUES 0.
       77 WS-IRS-BASE            PIC 9(07)V99 VALUES 0.
       77 WS-IRS-VALOR           PIC 9(06)V99 VALUES 0.
       77 WS-IRS-ANTES           PIC 9(06)V99 VALUES 0.
       77 WS-IRS-APLICADO        PIC A VALUES "N".
       77 WS-IRS-TOPO            PIC 9(02) VALUES 0.
       77 WS-REDUCAO-FILHOS      PIC 9(05)V99 VALUES 0.
       77 WS-RET-INICIO          PIC 9(03) VALUES 0.
       77 WS-PERIODO-REPETIDO    PIC A VALUES "N".
       77 WS-ALTERACOES-CALC     PIC 9(03) VALUES 0.
       77 WS-PERIODOS-CALC       PIC 9(03) VALUES 0.
       77 WS-PERIODOS-ABERTOS    PIC 9(03) VALUES 0.
       77 WS-TOT-BASE            PIC 9(08)V99 VALUES 0.
       77 WS-TOT-SUBSIDIOS       PIC 9(08)V99 VALUES 0.
       77 WS-TOT-IRS             PIC 9(08)V99 VALUES 0.
       77 WS-TOT-SS              PIC 9(08)V99 VALUES 0.
       77 WS-TOT-SS-PATRONAL     PIC 9(08)V99 VALUES 0.
       77 WS-FORMAT              PIC Z(5)9.99.
       77 WS-FORMAT2             PIC Z(5)9.99.
       77 WS-FORMAT3             PIC Z(5)9.99.
       77 WS-FORMAT4             PIC Z(5)9.99.
       77 WS-FORMAT-TOT          PIC Z(7)9.99.

       PROCEDURE DIVISION.
       INICIO-RETROATIVOS.
           PERFORM LER-OPERADOR-SESSAO.
           MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR.
      * Os retroativos entram na folha: exigem o mesmo perfil que o
      * processamento dos salarios.
           PERFORM CARREGAR-AUTORIZACOES.
           MOVE "FOLHA" TO WS-AUT-FUNCAO.
           PERFORM VERIFICAR-AUTORIZACAO
               THRU FIM-VERIFICAR-AUTORIZACAO.
           IF (WS-AUT-OK NOT = "S") THEN
               STOP RUN
           END-IF.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           DISPLAY "=== CALCULO DE RETROATIVOS DE SALARIO ===".
           PERFORM CARREGAR-RETROATIVOS.
           IF (WS-RET-TRUNCADA = "S") THEN
               DISPLAY "RETROATIVOS.DAT EXCEDE 500 REGISTOS - "
                   "CALCULO RECUSADO PARA NAO PERDER DADOS."
               STOP RUN
           END-IF.
           PERFORM CARREGAR-ALT-SALARIO.
           PERFORM VARYING IDX-ALS FROM 1 BY 1
               UNTIL IDX-ALS > WS-NUM-ALT-SALARIO
               IF (ALS-T-ESTADO(IDX-ALS) = "P") THEN
                   PERFORM RECALCULAR-ALTERACAO
                       THRU FIM-RECALCULAR-ALTERACAO
               END-IF
           END-PERFORM.
           IF (WS-ALTERACOES-CALC = 0) THEN
               DISPLAY "SEM ALTERACOES DE SALARIO COM RETROATIVOS"
                   " POR CALCULAR."
               STOP RUN
           END-IF.
           PERFORM GRAVAR-RETROATIVOS.
           PERFORM GRAVAR-ALT-SALARIO.
           DISPLAY "--- TOTAIS DOS RETROATIVOS CALCULADOS ---".
           DISPLAY "ALTERACOES: " WS-ALTERACOES-CALC
               "  PERIODOS: " WS-PERIODOS-CALC.
           MOVE WS-TOT-BASE TO WS-FORMAT-TOT.
           DISPLAY "DIFERENCA DE BASE:      " WS-FORMAT-TOT.
           MOVE WS-TOT-SUBSIDIOS TO WS-FORMAT-TOT.
           DISPLAY "SUBSIDIOS NATAL/FERIAS: " WS-FORMAT-TOT.
           MOVE WS-TOT-IRS TO WS-FORMAT-TOT.
           DISPLAY "IRS A RETER:            " WS-FORMAT-TOT.
           MOVE WS-TOT-SS TO WS-FORMAT-TOT.
           DISPLAY "SEG. SOCIAL (11%):      " WS-FORMAT-TOT.
           MOVE WS-TOT-SS-PATRONAL TO WS-FORMAT-TOT.
           DISPLAY "SS ENTIDADE (23,75%):   " WS-FORMAT-TOT.
           IF (WS-PERIODOS-ABERTOS > 0) THEN
               DISPLAY "AVISO: " WS-PERIODOS-ABERTOS " PERIODO(S)"
                   " AINDA ABERTO(S) - REPROCESSE-OS NA FOLHA."
           END-IF.
           DISPLAY "AS DIFERENCAS SAO PAGAS NA PROXIMA FOLHA.".
           STOP RUN.

      * Uma alteracao: percorre o historico do empregado desde o mes
      * de efeito ate ao mes anterior ao registo (dai em diante a
      * folha ja correu a nova taxa). So os periodos fechados sao
      * recalculados; um periodo reprocessado com duas linhas no
      * historico conta uma so vez.
       RECALCULAR-ALTERACAO.
           IF (ALS-T-SALARIO-ANTES(IDX-ALS) = 0) OR
              (ALS-T-SALARIO-NOVO(IDX-ALS) NOT >
               ALS-T-SALARIO-ANTES(IDX-ALS)) THEN
               MOVE "S" TO ALS-T-ESTADO(IDX-ALS)
               GO FIM-RECALCULAR-ALTERACAO
           END-IF.
           ADD 1 TO WS-ALTERACOES-CALC.
           DIVIDE ALS-T-DATA-EFEITO(IDX-ALS) BY 100
               GIVING WS-PERIODO-EFEITO REMAINDER WS-DIA-EFEITO.
           DIVIDE ALS-T-DATA-REGISTO(IDX-ALS) BY 100
               GIVING WS-PERIODO-REGISTO.
           PERFORM LER-FILHOS-EMPREGADO.
           COMPUTE WS-RET-INICIO = WS-NUM-RETROATIVOS + 1.
           MOVE ALS-T-SALARIO-ANTES(IDX-ALS) TO WS-FORMAT.
           MOVE ALS-T-SALARIO-NOVO(IDX-ALS) TO WS-FORMAT2.
           DISPLAY "------------------------------------------------".
           DISPLAY ALS-T-NOME(IDX-ALS) " DE " WS-FORMAT " PARA "
               WS-FORMAT2.
           DISPLAY "  EFEITO " ALS-T-DATA-EFEITO(IDX-ALS)
               " REGISTO " ALS-T-DATA-REGISTO(IDX-ALS).
           DISPLAY "  PERIODO      BASE SUBSIDIOS       IRS        SS".
           MOVE SPACES TO WS-SAL-HIST-STATUS.
           OPEN INPUT FICHEIRO-SALARIOS-HIST.
           IF (WS-SAL-HIST-STATUS = "00") THEN
               PERFORM UNTIL WS-SAL-HIST-STATUS = "10"
                   READ FICHEIRO-SALARIOS-HIST
                       AT END MOVE "10" TO WS-SAL-HIST-STATUS
                       NOT AT END
                           IF (SAL-NOME = ALS-T-NOME(IDX-ALS)) AND
                              (SAL-TIPO NOT = "R") AND
                              (SAL-TIPO NOT = "D") AND
                              (SAL-PERIODO >= WS-PERIODO-EFEITO) AND
                              (SAL-PERIODO < WS-PERIODO-REGISTO) THEN
                               PERFORM AVALIAR-PERIODO
                                   THRU FIM-AVALIAR-PERIODO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-SALARIOS-HIST.
           MOVE "R" TO ALS-T-ESTADO(IDX-ALS).
       FIM-RECALCULAR-ALTERACAO.
           EXIT.

       LER-FILHOS-EMPREGADO.
           MOVE 0 TO WS-FILHOS.
           MOVE SPACES TO WS-EMPREGADOS-STATUS.
           OPEN INPUT FICHEIRO-EMPREGADOS.
           IF (WS-EMPREGADOS-STATUS = "00") THEN
               MOVE ALS-T-NOME(IDX-ALS) TO EMP-NOME
               READ FICHEIRO-EMPREGADOS
                   INVALID KEY MOVE 0 TO WS-FILHOS
                   NOT INVALID KEY MOVE EMP-FILHOS TO WS-FILHOS
               END-READ
           END-IF.
           CLOSE FICHEIRO-EMPREGADOS.

       AVALIAR-PERIODO.
           MOVE "N" TO WS-PERIODO-REPETIDO.
           PERFORM VARYING IDX-RET FROM WS-RET-INICIO BY 1
               UNTIL IDX-RET > WS-NUM-RETROATIVOS
               IF (RET-T-NOME(IDX-RET) = SAL-NOME) AND
                  (RET-T-PERIODO-ORIGEM(IDX-RET) = SAL-PERIODO) THEN
                   MOVE "S" TO WS-PERIODO-REPETIDO
               END-IF
           END-PERFORM.
           IF (WS-PERIODO-REPETIDO = "S") THEN
               GO FIM-AVALIAR-PERIODO
           END-IF.
           MOVE SAL-PERIODO TO WS-PERIODO-VERIFICA.
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF (WS-PERIODO-FECHADO NOT = "S") THEN
               DISPLAY "  " SAL-PERIODO "  PERIODO ABERTO - NAO"
                   " RECALCULADO"
               ADD 1 TO WS-PERIODOS-ABERTOS
               GO FIM-AVALIAR-PERIODO
           END-IF.
           PERFORM CALCULAR-DIFERENCAS.
           IF (WS-DIF-BASE = 0) THEN
               GO FIM-AVALIAR-PERIODO
           END-IF.
           IF (WS-NUM-RETROATIVOS >= 500) THEN
               DISPLAY "  TABELA DE RETROATIVOS CHEIA - PERIODO "
                   SAL-PERIODO " NAO REGISTADO!"
               GO FIM-AVALIAR-PERIODO
           END-IF.
           ADD 1 TO WS-NUM-RETROATIVOS.
           MOVE SAL-NOME TO RET-T-NOME(WS-NUM-RETROATIVOS).
           MOVE SAL-PERIODO TO RET-T-PERIODO-ORIGEM(WS-NUM-RETROATIVOS).
           MOVE WS-HOJE TO RET-T-DATA-CALCULO(WS-NUM-RETROATIVOS).
           MOVE WS-DIF-BASE TO RET-T-BASE(WS-NUM-RETROATIVOS).
           MOVE WS-DIF-SUBSIDIOS TO RET-T-SUBSIDIOS(WS-NUM-RETROATIVOS).
           MOVE WS-DIF-IRS TO RET-T-IRS(WS-NUM-RETROATIVOS).
           MOVE WS-DIF-SS TO RET-T-SEG-SOCIAL(WS-NUM-RETROATIVOS).
           MOVE WS-DIF-SS-PATRONAL
               TO RET-T-SS-PATRONAL(WS-NUM-RETROATIVOS).
           MOVE "P" TO RET-T-ESTADO(WS-NUM-RETROATIVOS).
           MOVE 0 TO RET-T-PERIODO-PAGO(WS-NUM-RETROATIVOS).
           ADD 1 TO WS-PERIODOS-CALC.
           ADD WS-DIF-BASE TO WS-TOT-BASE.
           ADD WS-DIF-SUBSIDIOS TO WS-TOT-SUBSIDIOS.
           ADD WS-DIF-IRS TO WS-TOT-IRS.
           ADD WS-DIF-SS TO WS-TOT-SS.
           ADD WS-DIF-SS-PATRONAL TO WS-TOT-SS-PATRONAL.
           MOVE WS-DIF-BASE TO WS-FORMAT.
           MOVE WS-DIF-SUBSIDIOS TO WS-FORMAT2.
           MOVE WS-DIF-IRS TO WS-FORMAT3.
           MOVE WS-DIF-SS TO WS-FORMAT4.
           DISPLAY "  " SAL-PERIODO " " WS-FORMAT " " WS-FORMAT2 " "
               WS-FORMAT3 " " WS-FORMAT4.
       FIM-AVALIAR-PERIODO.
           EXIT.

      * A base do periodo (ja prorateada pelas ausencias e com as
      * horas extra, que se pagam a proporcao do salario) sobe na
      * razao nova/antiga; no mes de efeito conta so a parte do mes a
      * partir do dia de efeito (base 30 dias). Junho leva o subsidio
      * de ferias e metade do de natal, novembro a outra metade. O IRS
      * e a diferenca entre a retencao a nova taxa e a antiga, ambas
      * pela tabela desse mes; uma retencao que nao sobe nao devolve
      * nada aqui - acerta-se na liquidacao anual.
       CALCULAR-DIFERENCAS.
           MOVE 1 TO WS-FATOR.
           IF (SAL-PERIODO = WS-PERIODO-EFEITO) AND
              (WS-DIA-EFEITO > 1) THEN
               IF (WS-DIA-EFEITO > 30) THEN
                   MOVE 0 TO WS-FATOR
               ELSE
                   COMPUTE WS-FATOR ROUNDED =
                       (31 - WS-DIA-EFEITO) / 30
               END-IF
           END-IF.
           COMPUTE WS-DIF-BASE ROUNDED = SAL-BASE *
               (ALS-T-SALARIO-NOVO(IDX-ALS) -
               ALS-T-SALARIO-ANTES(IDX-ALS)) /
               ALS-T-SALARIO-ANTES(IDX-ALS) * WS-FATOR.
           DIVIDE SAL-PERIODO BY 100 GIVING WS-ANO-ORIGEM
               REMAINDER WS-MES-ORIGEM.
           EVALUATE WS-MES-ORIGEM
               WHEN 6
                   COMPUTE WS-DIF-SUBSIDIOS ROUNDED =
                       WS-DIF-BASE * 1.5
               WHEN 11
                   COMPUTE WS-DIF-SUBSIDIOS ROUNDED =
                       WS-DIF-BASE * 0.5
               WHEN OTHER
                   MOVE 0 TO WS-DIF-SUBSIDIOS
           END-EVALUATE.
           COMPUTE WS-DIF-SS ROUNDED = WS-DIF-BASE * TAXA-SEG-SOCIAL.
           COMPUTE WS-DIF-SS-PATRONAL ROUNDED =
               WS-DIF-BASE * TAXA-SS-PATRONAL.
           COMPUTE WS-IRS-HOJE = (SAL-PERIODO * 100) + 31.
           PERFORM CARREGAR-TABELA-IRS-DATA.
           MOVE SAL-ILIQUIDO TO WS-IRS-BASE.
           PERFORM CALCULAR-IRS-RETRO.
           MOVE WS-IRS-VALOR TO WS-IRS-ANTES.
           COMPUTE WS-IRS-BASE = SAL-ILIQUIDO + WS-DIF-BASE.
           PERFORM CALCULAR-IRS-RETRO.
           IF (WS-IRS-VALOR > WS-IRS-ANTES) THEN
               COMPUTE WS-DIF-IRS = WS-IRS-VALOR - WS-IRS-ANTES
           ELSE
               MOVE 0 TO WS-DIF-IRS
           END-IF.

      * Mesma regra da folha: escalao pelo iliquido, reducao por
      * dependente, e escalao de topo acima do ultimo limite.
       CALCULAR-IRS-RETRO.
           MOVE 0 TO WS-IRS-VALOR.
           MOVE "N" TO WS-IRS-APLICADO.
           PERFORM VARYING IDX-IRS FROM 1 BY 1
               UNTIL IDX-IRS > WS-NUM-ESCALOES
               IF (WS-IRS-APLICADO = "N") AND
                  (WS-IRS-BASE <= IRS-T-LIMITE(IDX-IRS)) THEN
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
               COMPUTE WS-IRS-VALOR ROUNDED = WS-IRS-BASE *
                   IRS-T-TAXA-PCT(WS-IRS-TOPO) / 100
               COMPUTE WS-REDUCAO-FILHOS =
                   WS-FILHOS * IRS-T-REDUCAO-FILHO(WS-IRS-TOPO)
               IF (WS-REDUCAO-FILHOS > WS-IRS-VALOR) THEN
                   MOVE WS-IRS-VALOR TO WS-REDUCAO-FILHOS
               END-IF
               SUBTRACT WS-REDUCAO-FILHOS FROM WS-IRS-VALOR
           END-IF.

       COPY "ALTERACOES-SALARIO-PROC.cpy".

       COPY "RETROATIVOS-PROC.cpy".

       COPY "IRS-TABELA-PROC.cpy".

       COPY "PERIODOS-FOLHA-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       COPY "ERRO-LOG-PROC.cpy".

       COPY "AUTORIZA-PROC.cpy".

       END PROGRAM RH-RETROATIVOS.
