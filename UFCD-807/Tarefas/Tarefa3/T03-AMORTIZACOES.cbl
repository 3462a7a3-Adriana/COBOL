      ******************************************************************
      * Author:
      * Date:
      * Purpose: Amortizacoes e substituicao da frota - corre a
      *          amortizacao mensal de cada viatura (quota constante
      *          sobre FR-CUSTO-AQUISICAO a partir do mes de
      *          FR-DATA-AQUISICAO) e grava-a no razao AMORTIZACOES.DAT,
      *          lista o razao de uma viatura com o valor liquido, e
      *          emite o plano de substituicao com as viaturas acima
      *          dos limites de idade, kms ou reparacoes, com o valor
      *          contabilistico e a margem dos ultimos 12 meses.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T03-AMORTIZACOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FROTA-SELECT.cpy".
           COPY "AMORTIZACOES-SELECT.cpy".
           COPY "ALUGUERES-SELECT.cpy".
           COPY "MANUTENCAO-SELECT.cpy".
           COPY "DANOS-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "FROTA-FD.cpy".
           COPY "AMORTIZACOES-FD.cpy".
           COPY "ALUGUERES-FD.cpy".
           COPY "MANUTENCAO-FD.cpy".
           COPY "DANOS-FD.cpy".
           COPY "OPERADOR-SESSAO-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "FROTA-WS.cpy".
       COPY "AMORTIZACOES-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       77 WS-ALUGUERES-STATUS    PIC XX VALUES SPACES.
       77 WS-MANUTENCAO-STATUS   PIC XX VALUES SPACES.
       77 WS-DANOS-STATUS        PIC XX VALUES SPACES.
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 3.
       77 WS-PERIODO             PIC 9(06) VALUES 0.
       77 WS-PERIODO-AQUISICAO   PIC 9(06) VALUES 0.
       77 WS-PERIODO-JA-CORRIDO  PIC A VALUES "N".
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-PERIODO-HOJE        PIC 9(06) VALUES 0.
       77 WS-DATA-12M            PIC 9(08) VALUES 0.
       77 WS-PERIODO-12M         PIC 9(06) VALUES 0.
       77 WS-QUOTA               PIC 9(07)V99 VALUES 0.
       77 WS-TOTAL-QUOTAS        PIC 9(08)V99 VALUES 0.
       77 WS-NUM-QUOTAS          PIC 9(02) VALUES 0.
       77 WS-PLACA               PIC X(08) VALUES SPACES.
       77 WS-LINHAS-RAZAO        PIC 9(03) VALUES 0.
       77 WS-ANO-AUX             PIC 9(04) VALUES 0.
       77 WS-MES-AUX             PIC 9(02) VALUES 0.
       77 WS-MESES-HOJE          PIC 9(06) VALUES 0.
       77 WS-MESES-AQUISICAO     PIC 9(06) VALUES 0.
       77 WS-LIMITE-IDADE-MESES  PIC 9(03) VALUES 48.
       77 WS-LIMITE-KMS          PIC 9(07) VALUES 150000.
       77 WS-LIMITE-REPARACOES   PIC 9(07)V99 VALUES 2500.
       77 WS-A-SUBSTITUIR        PIC 9(02) VALUES 0.
       77 WS-MOTIVOS             PIC X(40) VALUES SPACES.
       77 WS-PTR-MOTIVOS         PIC 9(02) VALUES 1.
       77 WS-FORMAT              PIC -(7)9.99.
       01 TABELA-QUOTAS.
           05 QTA-ITEM OCCURS 20 TIMES.
               10 QTA-VALOR       PIC 9(07)V99.
               10 QTA-ACUMULADO   PIC 9(07)V99.
       01 TABELA-SUBSTITUICAO.
           05 SUB-ITEM OCCURS 20 TIMES.
               10 SUB-RECEITA     PIC 9(08)V99.
               10 SUB-REPARACOES  PIC 9(08)V99.
               10 SUB-AMORT-12M   PIC 9(08)V99.
               10 SUB-AMORT-TOTAL PIC 9(08)V99.
               10 SUB-VALOR-LIQ   PIC 9(08)V99.
               10 SUB-MARGEM      PIC S9(08)V99.
               10 SUB-IDADE       PIC 9(04).

       PROCEDURE DIVISION.
       MENU-AMORTIZACOES.
           PERFORM CARREGAR-FROTA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           DISPLAY "=== AMORTIZACOES E SUBSTITUICAO DA FROTA ===".
           DISPLAY "1 - CORRER AMORTIZACAO DO MES".
           DISPLAY "2 - RAZAO DE AMORTIZACOES DE UMA VIATURA".
           DISPLAY "3 - PLANO DE SUBSTITUICAO".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-AMORTIZACOES
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM CORRER-AMORTIZACAO
                   THRU FIM-CORRER-AMORTIZACAO
               WHEN 2 PERFORM LISTAR-RAZAO
               WHEN 3 PERFORM PLANO-SUBSTITUICAO
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-AMORTIZACOES.

      * Amortizacao do mes: quota constante (custo / vida util em
      * meses) desde o mes de aquisicao, limitada ao que falta
      * amortizar. Viaturas abatidas, vendidas ou sem custo de
      * aquisicao ficam de fora. O mesmo mes nunca corre duas vezes.
       CORRER-AMORTIZACAO.
           DISPLAY "MES A AMORTIZAR (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-PERIODO.
           MOVE "N" TO WS-PERIODO-JA-CORRIDO.
           MOVE SPACES TO WS-AMORTIZACOES-STATUS.
           OPEN INPUT FICHEIRO-AMORTIZACOES.
           IF (WS-AMORTIZACOES-STATUS = "00") THEN
               PERFORM UNTIL WS-AMORTIZACOES-STATUS = "10"
                   READ FICHEIRO-AMORTIZACOES
                       AT END MOVE "10" TO WS-AMORTIZACOES-STATUS
                       NOT AT END
                           IF (AMR-TIPO = "A") AND
                              (AMR-PERIODO = WS-PERIODO) THEN
                               MOVE "S" TO WS-PERIODO-JA-CORRIDO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-AMORTIZACOES.
           IF (WS-PERIODO-JA-CORRIDO = "S") THEN
               DISPLAY "AMORTIZACAO DE " WS-PERIODO " JA FOI CORRIDA!"
               GO FIM-CORRER-AMORTIZACAO
           END-IF.
           MOVE 0 TO WS-TOTAL-QUOTAS.
           MOVE 0 TO WS-NUM-QUOTAS.
           PERFORM VARYING IDX-FROTA FROM 1 BY 1
               UNTIL IDX-FROTA > WS-NUM-VIATURAS
               PERFORM CALCULAR-QUOTA-VIATURA
           END-PERFORM.
           IF (WS-NUM-QUOTAS = 0) THEN
               DISPLAY "NENHUMA VIATURA A AMORTIZAR EM " WS-PERIODO "."
               GO FIM-CORRER-AMORTIZACAO
           END-IF.
           PERFORM LER-OPERADOR-SESSAO.
           PERFORM ABRIR-RAZAO-AMORTIZACOES.
           DISPLAY "MATRICULA MODELO          QUOTA   VALOR LIQUIDO".
           PERFORM VARYING IDX-FROTA FROM 1 BY 1
               UNTIL IDX-FROTA > WS-NUM-VIATURAS
               IF (QTA-VALOR(IDX-FROTA) > 0) THEN
                   PERFORM GRAVAR-QUOTA-VIATURA
               END-IF
           END-PERFORM.
           CLOSE FICHEIRO-AMORTIZACOES.
           MOVE WS-TOTAL-QUOTAS TO WS-FORMAT.
           DISPLAY WS-NUM-QUOTAS " VIATURA(S) AMORTIZADA(S) - TOTAL "
               "DO MES: " WS-FORMAT.
       FIM-CORRER-AMORTIZACAO.
           EXIT.

       CALCULAR-QUOTA-VIATURA.
           MOVE 0 TO QTA-VALOR(IDX-FROTA).
           MOVE 0 TO QTA-ACUMULADO(IDX-FROTA).
           DIVIDE FR-T-DATA-AQUISICAO(IDX-FROTA) BY 100
               GIVING WS-PERIODO-AQUISICAO.
           IF (FR-T-ATIVO(IDX-FROTA) = "S") AND
              (FR-T-CUSTO-AQUISICAO(IDX-FROTA) > 0) AND
              (FR-T-DATA-AQUISICAO(IDX-FROTA) > 0) AND
              (WS-PERIODO-AQUISICAO <= WS-PERIODO) THEN
               MOVE FR-T-PLACA(IDX-FROTA) TO WS-AMR-PLACA-PESQ
               MOVE WS-PERIODO TO WS-AMR-PERIODO-PESQ
               PERFORM APURAR-AMORTIZACAO-VIATURA
               IF (WS-AMR-VENDIDA = "N") AND
                  (WS-AMR-ACUMULADO-PESQ <
                   FR-T-CUSTO-AQUISICAO(IDX-FROTA)) THEN
                   COMPUTE WS-QUOTA ROUNDED =
                       FR-T-CUSTO-AQUISICAO(IDX-FROTA) /
                       WS-MESES-VIDA-FROTA
                   IF (WS-AMR-ACUMULADO-PESQ + WS-QUOTA >
                       FR-T-CUSTO-AQUISICAO(IDX-FROTA)) THEN
                       COMPUTE WS-QUOTA =
                           FR-T-CUSTO-AQUISICAO(IDX-FROTA) -
                           WS-AMR-ACUMULADO-PESQ
                   END-IF
                   MOVE WS-QUOTA TO QTA-VALOR(IDX-FROTA)
                   COMPUTE QTA-ACUMULADO(IDX-FROTA) =
                       WS-AMR-ACUMULADO-PESQ + WS-QUOTA
                   ADD 1 TO WS-NUM-QUOTAS
               END-IF
           END-IF.

       GRAVAR-QUOTA-VIATURA.
           MOVE WS-PERIODO TO AMR-PERIODO.
           MOVE FR-T-PLACA(IDX-FROTA) TO AMR-PLACA.
           MOVE "A" TO AMR-TIPO.
           MOVE QTA-VALOR(IDX-FROTA) TO AMR-VALOR.
           MOVE QTA-ACUMULADO(IDX-FROTA) TO AMR-ACUMULADO.
           COMPUTE AMR-VALOR-LIQUIDO =
               FR-T-CUSTO-AQUISICAO(IDX-FROTA) -
               QTA-ACUMULADO(IDX-FROTA).
           MOVE WS-HOJE TO AMR-DATA.
           MOVE WS-OPERADOR-ATUAL TO AMR-OPERADOR.
           WRITE REG-AMORTIZACAO.
           ADD QTA-VALOR(IDX-FROTA) TO WS-TOTAL-QUOTAS.
           MOVE QTA-VALOR(IDX-FROTA) TO WS-FORMAT.
           DISPLAY FR-T-PLACA(IDX-FROTA) "  " FR-T-MODELO(IDX-FROTA)
               " " WS-FORMAT WITH NO ADVANCING.
           MOVE AMR-VALOR-LIQUIDO TO WS-FORMAT.
           DISPLAY " " WS-FORMAT.

       LISTAR-RAZAO.
           DISPLAY "MATRICULA: " WITH NO ADVANCING.
           ACCEPT WS-PLACA.
           MOVE FUNCTION UPPER-CASE(WS-PLACA) TO WS-PLACA.
           MOVE 0 TO WS-LINHAS-RAZAO.
           DISPLAY "PERIODO T      VALOR   ACUMULADO  VALOR LIQUIDO".
           MOVE SPACES TO WS-AMORTIZACOES-STATUS.
           OPEN INPUT FICHEIRO-AMORTIZACOES.
           IF (WS-AMORTIZACOES-STATUS = "00") THEN
               PERFORM UNTIL WS-AMORTIZACOES-STATUS = "10"
                   READ FICHEIRO-AMORTIZACOES
                       AT END MOVE "10" TO WS-AMORTIZACOES-STATUS
                       NOT AT END
                           IF (AMR-PLACA = WS-PLACA) THEN
                               PERFORM MOSTRAR-LINHA-RAZAO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-AMORTIZACOES.
           IF (WS-LINHAS-RAZAO = 0) THEN
               DISPLAY "SEM LANCAMENTOS PARA " WS-PLACA "."
           END-IF.

       MOSTRAR-LINHA-RAZAO.
           ADD 1 TO WS-LINHAS-RAZAO.
           MOVE AMR-VALOR TO WS-FORMAT.
           DISPLAY AMR-PERIODO "  " AMR-TIPO " " WS-FORMAT
               WITH NO ADVANCING.
           MOVE AMR-ACUMULADO TO WS-FORMAT.
           DISPLAY " " WS-FORMAT WITH NO ADVANCING.
           MOVE AMR-VALOR-LIQUIDO TO WS-FORMAT.
           DISPLAY " " WS-FORMAT WITH NO ADVANCING.
           IF (AMR-TIPO = "V") THEN
               DISPLAY "  (VENDA)"
           ELSE
               DISPLAY " "
           END-IF.

      * Plano de substituicao: viaturas ativas acima de qualquer dos
      * limites (idade em meses, kms acumulados, custo de manutencao
      * e danos nos ultimos 12 meses), com o valor contabilistico e
      * a margem dos ultimos 12 meses (receita sem IVA menos
      * manutencao, danos e amortizacoes do mesmo periodo).
       PLANO-SUBSTITUICAO.
           DIVIDE WS-HOJE BY 100 GIVING WS-PERIODO-HOJE.
           COMPUTE WS-DATA-12M = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) - 365).
           DIVIDE WS-DATA-12M BY 100 GIVING WS-PERIODO-12M.
           DIVIDE WS-PERIODO-HOJE BY 100 GIVING WS-ANO-AUX
               REMAINDER WS-MES-AUX.
           COMPUTE WS-MESES-HOJE = WS-ANO-AUX * 12 + WS-MES-AUX.
           PERFORM VARYING IDX-FROTA FROM 1 BY 1
               UNTIL IDX-FROTA > WS-NUM-VIATURAS
               INITIALIZE SUB-ITEM(IDX-FROTA)
           END-PERFORM.
           PERFORM SUB-APURAR-RECEITAS.
           PERFORM SUB-APURAR-MANUTENCAO.
           PERFORM SUB-APURAR-DANOS.
           PERFORM SUB-APURAR-AMORTIZACOES.
           MOVE 0 TO WS-A-SUBSTITUIR.
           DISPLAY "--- PLANO DE SUBSTITUICAO DA FROTA ---".
           MOVE WS-LIMITE-REPARACOES TO WS-FORMAT.
           DISPLAY "LIMITES: " WS-LIMITE-IDADE-MESES " MESES, "
               WS-LIMITE-KMS " KM, REPARACOES 12M " WS-FORMAT.
           PERFORM VARYING IDX-FROTA FROM 1 BY 1
               UNTIL IDX-FROTA > WS-NUM-VIATURAS
               IF (FR-T-ATIVO(IDX-FROTA) = "S") THEN
                   PERFORM AVALIAR-SUBSTITUICAO
               END-IF
           END-PERFORM.
           IF (WS-A-SUBSTITUIR = 0) THEN
               DISPLAY "NENHUMA VIATURA ACIMA DOS LIMITES."
           ELSE
               DISPLAY WS-A-SUBSTITUIR " VIATURA(S) A SUBSTITUIR."
           END-IF.

       SUB-APURAR-RECEITAS.
           MOVE SPACES TO WS-ALUGUERES-STATUS.
           OPEN INPUT FICHEIRO-ALUGUERES.
           IF (WS-ALUGUERES-STATUS = "00") THEN
               PERFORM UNTIL WS-ALUGUERES-STATUS = "10"
                   READ FICHEIRO-ALUGUERES
                       AT END MOVE "10" TO WS-ALUGUERES-STATUS
                       NOT AT END
                           IF (ALG-DATA-INICIO > WS-DATA-12M) THEN
                               PERFORM VARYING IDX-FROTA FROM 1 BY 1
                                   UNTIL IDX-FROTA > WS-NUM-VIATURAS
                                   IF (FR-T-PLACA(IDX-FROTA) =
                                       ALG-PLACA) THEN
                                       COMPUTE SUB-RECEITA(IDX-FROTA) =
                                           SUB-RECEITA(IDX-FROTA) +
                                           ALG-RECEITA - ALG-IVA
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ALUGUERES
           END-IF.

       SUB-APURAR-MANUTENCAO.
           MOVE SPACES TO WS-MANUTENCAO-STATUS.
           OPEN INPUT FICHEIRO-MANUTENCAO.
           IF (WS-MANUTENCAO-STATUS = "00") THEN
               PERFORM UNTIL WS-MANUTENCAO-STATUS = "10"
                   READ FICHEIRO-MANUTENCAO
                       AT END MOVE "10" TO WS-MANUTENCAO-STATUS
                       NOT AT END
                           IF (MNT-DATA > WS-DATA-12M) AND
                              (MNT-CUSTO IS NUMERIC) THEN
                               PERFORM VARYING IDX-FROTA FROM 1 BY 1
                                   UNTIL IDX-FROTA > WS-NUM-VIATURAS
                                   IF (FR-T-PLACA(IDX-FROTA) =
                                       MNT-PLACA) THEN
                                       ADD MNT-CUSTO TO
                                           SUB-REPARACOES(IDX-FROTA)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MANUTENCAO
           END-IF.

       SUB-APURAR-DANOS.
           MOVE SPACES TO WS-DANOS-STATUS.
           OPEN INPUT FICHEIRO-DANOS.
           IF (WS-DANOS-STATUS = "00") THEN
               PERFORM UNTIL WS-DANOS-STATUS = "10"
                   READ FICHEIRO-DANOS
                       AT END MOVE "10" TO WS-DANOS-STATUS
                       NOT AT END
                           IF (DANO-DATA > WS-DATA-12M) THEN
                               PERFORM VARYING IDX-FROTA FROM 1 BY 1
                                   UNTIL IDX-FROTA > WS-NUM-VIATURAS
                                   IF (FR-T-PLACA(IDX-FROTA) =
                                       DANO-PLACA) THEN
                                       ADD DANO-CUSTO-FINAL TO
                                           SUB-REPARACOES(IDX-FROTA)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-DANOS
           END-IF.

       SUB-APURAR-AMORTIZACOES.
           MOVE SPACES TO WS-AMORTIZACOES-STATUS.
           OPEN INPUT FICHEIRO-AMORTIZACOES.
           IF (WS-AMORTIZACOES-STATUS = "00") THEN
               PERFORM UNTIL WS-AMORTIZACOES-STATUS = "10"
                   READ FICHEIRO-AMORTIZACOES
                       AT END MOVE "10" TO WS-AMORTIZACOES-STATUS
                       NOT AT END
                           IF (AMR-TIPO = "A") THEN
                               PERFORM SUB-SOMAR-QUOTA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-AMORTIZACOES.

       SUB-SOMAR-QUOTA.
           PERFORM VARYING IDX-FROTA FROM 1 BY 1
               UNTIL IDX-FROTA > WS-NUM-VIATURAS
               IF (FR-T-PLACA(IDX-FROTA) = AMR-PLACA) THEN
                   ADD AMR-VALOR TO SUB-AMORT-TOTAL(IDX-FROTA)
                   IF (AMR-PERIODO > WS-PERIODO-12M) THEN
                       ADD AMR-VALOR TO SUB-AMORT-12M(IDX-FROTA)
                   END-IF
               END-IF
           END-PERFORM.

       AVALIAR-SUBSTITUICAO.
           IF (SUB-AMORT-TOTAL(IDX-FROTA) <
               FR-T-CUSTO-AQUISICAO(IDX-FROTA)) THEN
               COMPUTE SUB-VALOR-LIQ(IDX-FROTA) =
                   FR-T-CUSTO-AQUISICAO(IDX-FROTA) -
                   SUB-AMORT-TOTAL(IDX-FROTA)
           END-IF.
           COMPUTE SUB-MARGEM(IDX-FROTA) = SUB-RECEITA(IDX-FROTA) -
               SUB-REPARACOES(IDX-FROTA) - SUB-AMORT-12M(IDX-FROTA).
           IF (FR-T-DATA-AQUISICAO(IDX-FROTA) > 0) THEN
               DIVIDE FR-T-DATA-AQUISICAO(IDX-FROTA) BY 100
                   GIVING WS-PERIODO-AQUISICAO
               DIVIDE WS-PERIODO-AQUISICAO BY 100 GIVING WS-ANO-AUX
                   REMAINDER WS-MES-AUX
               COMPUTE WS-MESES-AQUISICAO =
                   WS-ANO-AUX * 12 + WS-MES-AUX
               IF (WS-MESES-HOJE > WS-MESES-AQUISICAO) THEN
                   COMPUTE SUB-IDADE(IDX-FROTA) =
                       WS-MESES-HOJE - WS-MESES-AQUISICAO
               END-IF
           END-IF.
           MOVE SPACES TO WS-MOTIVOS.
           MOVE 1 TO WS-PTR-MOTIVOS.
           IF (FR-T-DATA-AQUISICAO(IDX-FROTA) > 0) AND
              (SUB-IDADE(IDX-FROTA) >= WS-LIMITE-IDADE-MESES) THEN
               STRING "IDADE " DELIMITED BY SIZE
                   INTO WS-MOTIVOS WITH POINTER WS-PTR-MOTIVOS
           END-IF.
           IF (FR-T-KMS-TOTAL(IDX-FROTA) >= WS-LIMITE-KMS) THEN
               STRING "KMS " DELIMITED BY SIZE
                   INTO WS-MOTIVOS WITH POINTER WS-PTR-MOTIVOS
           END-IF.
           IF (SUB-REPARACOES(IDX-FROTA) >= WS-LIMITE-REPARACOES) THEN
               STRING "REPARACOES " DELIMITED BY SIZE
                   INTO WS-MOTIVOS WITH POINTER WS-PTR-MOTIVOS
           END-IF.
           IF (WS-MOTIVOS NOT = SPACES) THEN
               ADD 1 TO WS-A-SUBSTITUIR
               DISPLAY FR-T-PLACA(IDX-FROTA) " "
                   FR-T-MODELO(IDX-FROTA) " MOTIVO: " WS-MOTIVOS
               DISPLAY "  IDADE (MESES): " SUB-IDADE(IDX-FROTA)
                   "   KMS: " FR-T-KMS-TOTAL(IDX-FROTA)
               MOVE SUB-REPARACOES(IDX-FROTA) TO WS-FORMAT
               DISPLAY "  REPARACOES 12 MESES:  " WS-FORMAT
               MOVE SUB-VALOR-LIQ(IDX-FROTA) TO WS-FORMAT
               DISPLAY "  VALOR CONTABILISTICO: " WS-FORMAT
               MOVE SUB-MARGEM(IDX-FROTA) TO WS-FORMAT
               DISPLAY "  MARGEM 12 MESES:      " WS-FORMAT
           END-IF.

       SEMEAR-FROTA.
           DISPLAY "FROTA.DAT VAZIO - NADA A AMORTIZAR.".

       COPY "FROTA-PROC.cpy".
       COPY "AMORTIZACOES-PROC.cpy".
       COPY "OPERADOR-SESSAO-PROC.cpy".

       END PROGRAM T03-AMORTIZACOES.
