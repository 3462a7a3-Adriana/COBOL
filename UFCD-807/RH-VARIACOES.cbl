      ******************************************************************
      * Author:
      * Date:
      * Purpose: Variacoes da folha antes do envio ao banco - compara,
      *          por empregado, o iliquido, o IRS, a seguranca social e
      *          o liquido de um periodo com os do periodo anterior em
      *          SALARIOS-HIST.DAT e sinaliza o que passar do limiar
      *          (percentagem ou valor), as entradas e saidas da
      *          folha, os empregados ativos sem vencimento e os IBAN
      *          mudados desde o mes anterior (VARIACOES-FOLHA.TXT). As
      *          linhas sinalizadas ficam em VARIACOES-FOLHA.DAT e um
      *          supervisor visa-as uma a uma; o SEPA-CONFIRMA nao
      *          envia o lote do periodo sem esse visto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RH-VARIACOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "EMPREGADOS-SELECT.cpy".
           COPY "SALARIOS-HIST-SELECT.cpy".
           COPY "SEPA-LOTES-SELECT.cpy".
           COPY "VARIACOES-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           COPY "ERRO-LOG-SELECT.cpy".
           COPY "AUTORIZA-SELECT.cpy".
           SELECT RELATORIO-VARIACOES ASSIGN TO "VARIACOES-FOLHA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "EMPREGADOS-FD.cpy".
           COPY "SALARIOS-HIST-FD.cpy".
           COPY "SEPA-LOTES-FD.cpy".
           COPY "VARIACOES-FD.cpy".
           COPY "OPERADOR-SESSAO-FD.cpy".
           COPY "ERRO-LOG-FD.cpy".
           COPY "AUTORIZA-FD.cpy".

       FD  RELATORIO-VARIACOES.
       01  RELATORIO-LINHA        PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-EMPREGADOS-STATUS   PIC XX VALUES SPACES.
       77 WS-SAL-HIST-STATUS     PIC XX VALUES SPACES.
       77 WS-SEPA-LOTES-STATUS   PIC XX VALUES SPACES.
       77 WS-RELATORIO-STATUS    PIC XX VALUES SPACES.
       COPY "VARIACOES-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       COPY "ERRO-LOG-WS.cpy".
       COPY "AUTORIZA-WS.cpy".
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 3.
      * Limiares de sinalizacao por omissao: variacao acima de 20%
      * ou de 250,00 em qualquer das quatro parcelas.
       77 WS-LIMIAR-PCT          PIC 9(03) VALUES 20.
       77 WS-LIMIAR-VALOR        PIC 9(05)V99 VALUES 250.
       77 WS-LIMIAR-PCT-LIDO     PIC 9(03) VALUES 0.
       77 WS-LIMIAR-VALOR-LIDO   PIC 9(05)V99 VALUES 0.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       01 WS-PERIODO             PIC 9(06) VALUES 0.
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PER-ANO         PIC 9(04).
           05 WS-PER-MES         PIC 9(02).
               88 PER-MES-VALIDO VALUES 1 THRU 12.
       77 WS-PERIODO-ANTERIOR    PIC 9(06) VALUES 0.
       77 WS-RESPOSTA            PIC A VALUES SPACES.
       77 WS-VISADAS             PIC 9(03) VALUES 0.
       77 WS-VISTO-POR           PIC X(04) VALUES SPACES.
      * Comparacao por empregado: o periodo anterior e o atual
       77 IDX-CMP                PIC 9(03) VALUES 0.
       77 WS-NUM-CMP             PIC 9(03) VALUES 0.
       77 WS-CMP-ACHADO          PIC 9(03) VALUES 0.
       77 WS-CMP-NOME            PIC X(30) VALUES SPACES.
       77 WS-CMP-CHEIA           PIC A VALUES "N".
       01 TABELA-COMPARACAO.
           05 CMP-ITEM OCCURS 300 TIMES.
               10 CMP-NOME           PIC X(30).
               10 CMP-ANT-ILIQUIDO   PIC 9(07)V99.
               10 CMP-ANT-IRS        PIC 9(07)V99.
               10 CMP-ANT-SS         PIC 9(07)V99.
               10 CMP-ANT-LIQUIDO    PIC 9(07)V99.
               10 CMP-ILIQUIDO       PIC 9(07)V99.
               10 CMP-IRS            PIC 9(07)V99.
               10 CMP-SS             PIC 9(07)V99.
               10 CMP-LIQUIDO        PIC 9(07)V99.
               10 CMP-TEM-ANTERIOR   PIC X(01).
               10 CMP-TEM-ATUAL      PIC X(01).
               10 CMP-ACERTO         PIC X(01).
               10 CMP-ATIVO          PIC X(01).
               10 CMP-IBAN-ANTERIOR  PIC X(25).
               10 CMP-IBAN-ATUAL     PIC X(25).
      * Parcela em comparacao
       77 WS-PARC-MOTIVO         PIC X(20) VALUES SPACES.
       77 WS-PARC-ANTES          PIC 9(07)V99 VALUES 0.
       77 WS-PARC-AGORA          PIC 9(07)V99 VALUES 0.
       77 WS-PARC-DIFERENCA      PIC 9(07)V99 VALUES 0.
       77 WS-PARC-PCT            PIC 9(05)V99 VALUES 0.
       77 WS-JA-VISADA           PIC A VALUES "N".
       77 WS-NUM-SINALIZADAS     PIC 9(03) VALUES 0.
       77 WS-NUM-MANTIDAS        PIC 9(03) VALUES 0.
       77 WS-FORMAT              PIC Z(6)9.99.
       77 WS-FORMAT2             PIC Z(6)9.99.
       77 WS-FORMAT-PCT          PIC ZZZZ9.99.
       77 WS-PCT-TEXTO           PIC X(08) VALUES SPACES.

       PROCEDURE DIVISION.
       INICIO-VARIACOES.
           PERFORM LER-OPERADOR-SESSAO.
           MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-AUTORIZACOES.
           PERFORM CARREGAR-VARIACOES.
      * Uma carga truncada seguida da regravacao integral apagaria
      * linhas ja visadas - o programa recusa-se a correr.
           IF (WS-VAR-TRUNCADA = "S") THEN
               DISPLAY "VARIACOES-FOLHA.DAT EXCEDE 900 LINHAS - "
                   "OPERACAO RECUSADA PARA NAO PERDER DADOS."
               STOP RUN
           END-IF.

       MENU-VARIACOES.
           DISPLAY "=== VARIACOES DA FOLHA (ANTES DO ENVIO SEPA) ===".
           DISPLAY "1 - GERAR RELATORIO DE VARIACOES DE UM PERIODO".
           DISPLAY "2 - VISAR LINHAS SINALIZADAS (SUPERVISOR)".
           DISPLAY "3 - LISTAR LINHAS POR VISAR".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-VARIACOES
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM GERAR-VARIACOES THRU FIM-GERAR-VARIACOES
               WHEN 2 PERFORM VISAR-LINHAS THRU FIM-VISAR-LINHAS
               WHEN 3 PERFORM LISTAR-PENDENTES
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-VARIACOES.

       LER-PERIODO.
           DISPLAY "PERIODO (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-PERIODO.
           IF (NOT PER-MES-VALIDO) THEN
               DISPLAY "PERIODO INVALIDO!"
               GO LER-PERIODO
           END-IF.
           IF (WS-PER-MES = 1) THEN
               COMPUTE WS-PERIODO-ANTERIOR =
                   ((WS-PER-ANO - 1) * 100) + 12
           ELSE
               COMPUTE WS-PERIODO-ANTERIOR = WS-PERIODO - 1
           END-IF.

      * O relatorio corre depois do lote da folha e antes da
      * confirmacao SEPA; pode repetir-se - as linhas ja visadas com
      * os mesmos valores mantem o visto, as restantes voltam a
      * ficar por visar.
       GERAR-VARIACOES.
           PERFORM LER-PERIODO.
           DISPLAY "LIMIAR EM % (0 = " WS-LIMIAR-PCT "%): "
               WITH NO ADVANCING.
           ACCEPT WS-LIMIAR-PCT-LIDO.
           IF (WS-LIMIAR-PCT-LIDO > 0) THEN
               MOVE WS-LIMIAR-PCT-LIDO TO WS-LIMIAR-PCT
           END-IF.
           MOVE WS-LIMIAR-VALOR TO WS-FORMAT.
           DISPLAY "LIMIAR EM VALOR (0 = " WS-FORMAT "): "
               WITH NO ADVANCING.
           ACCEPT WS-LIMIAR-VALOR-LIDO.
           IF (WS-LIMIAR-VALOR-LIDO > 0) THEN
               MOVE WS-LIMIAR-VALOR-LIDO TO WS-LIMIAR-VALOR
           END-IF.
           MOVE 0 TO WS-NUM-CMP.
           MOVE "N" TO WS-CMP-CHEIA.
           PERFORM LER-HISTORICO-PERIODOS.
           PERFORM LER-EMPREGADOS-ATIVOS.
           PERFORM LER-IBAN-LOTES.
           IF (WS-CMP-CHEIA = "S") THEN
               DISPLAY "MAIS DE 300 EMPREGADOS A COMPARAR - "
                   "RELATORIO RECUSADO."
               GO FIM-GERAR-VARIACOES
           END-IF.
           PERFORM LIMPAR-PERIODO-PENDENTE.
           MOVE 0 TO WS-NUM-SINALIZADAS.
           MOVE 0 TO WS-NUM-MANTIDAS.
           MOVE SPACES TO WS-RELATORIO-STATUS.
           OPEN EXTEND RELATORIO-VARIACOES.
           IF (WS-RELATORIO-STATUS = "35") THEN
               OPEN OUTPUT RELATORIO-VARIACOES
           END-IF.
           MOVE ALL "=" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-LIMIAR-VALOR TO WS-FORMAT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "VARIACOES DA FOLHA " WS-PERIODO " FACE A "
               WS-PERIODO-ANTERIOR " - LIMIAR " WS-LIMIAR-PCT
               "% OU " WS-FORMAT " - " WS-HOJE " " WS-OPERADOR-ATUAL
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "EMPREGADO                      MOTIVO              "
               TO RELATORIO-LINHA.
           MOVE "  ANTERIOR      ATUAL      VAR%" TO
               RELATORIO-LINHA(53:32).
           WRITE RELATORIO-LINHA.
           MOVE ALL "-" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM VARYING IDX-CMP FROM 1 BY 1
               UNTIL IDX-CMP > WS-NUM-CMP
               PERFORM AVALIAR-EMPREGADO
           END-PERFORM.
           MOVE ALL "-" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "EMPREGADOS COMPARADOS: " WS-NUM-CMP
               "  LINHAS SINALIZADAS: " WS-NUM-SINALIZADAS
               "  (JA VISADAS: " WS-NUM-MANTIDAS ")"
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY RELATORIO-LINHA.
           MOVE ALL "=" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           CLOSE RELATORIO-VARIACOES.
      * Linha de controlo: o relatorio do periodo correu.
           IF (WS-NUM-VARIACOES < 900) THEN
               ADD 1 TO WS-NUM-VARIACOES
               MOVE WS-PERIODO TO VAR-T-PERIODO(WS-NUM-VARIACOES)
               MOVE "C" TO VAR-T-TIPO(WS-NUM-VARIACOES)
               MOVE "RELATORIO GERADO" TO VAR-T-NOME(WS-NUM-VARIACOES)
               MOVE SPACES TO VAR-T-MOTIVO(WS-NUM-VARIACOES)
               MOVE 0 TO VAR-T-ANTES(WS-NUM-VARIACOES)
               MOVE WS-NUM-SINALIZADAS TO VAR-T-AGORA(WS-NUM-VARIACOES)
               MOVE "V" TO VAR-T-ESTADO(WS-NUM-VARIACOES)
               MOVE WS-HOJE TO VAR-T-DATA(WS-NUM-VARIACOES)
               MOVE WS-OPERADOR-ATUAL
                   TO VAR-T-OPERADOR(WS-NUM-VARIACOES)
               MOVE SPACES TO VAR-T-VISTO-POR(WS-NUM-VARIACOES)
               MOVE 0 TO VAR-T-DATA-VISTO(WS-NUM-VARIACOES)
           END-IF.
           PERFORM GRAVAR-VARIACOES.
           COMPUTE WS-VAR-PENDENTES =
               WS-NUM-SINALIZADAS - WS-NUM-MANTIDAS.
           DISPLAY "RELATORIO EM VARIACOES-FOLHA.TXT - "
               WS-VAR-PENDENTES " LINHA(S) POR VISAR.".
       FIM-GERAR-VARIACOES.
           EXIT.

      * Soma por empregado as linhas do historico dos dois periodos
      * (mes, retroativos e acerto de contas juntos).
       LER-HISTORICO-PERIODOS.
           MOVE SPACES TO WS-SAL-HIST-STATUS.
           OPEN INPUT FICHEIRO-SALARIOS-HIST.
           IF (WS-SAL-HIST-STATUS = "00") THEN
               PERFORM UNTIL WS-SAL-HIST-STATUS = "10"
                   READ FICHEIRO-SALARIOS-HIST
                       AT END MOVE "10" TO WS-SAL-HIST-STATUS
                       NOT AT END
                           IF (SAL-PERIODO = WS-PERIODO) OR
                              (SAL-PERIODO = WS-PERIODO-ANTERIOR) THEN
                               MOVE SAL-NOME TO WS-CMP-NOME
                               PERFORM OBTER-COMPARACAO
                               PERFORM SOMAR-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-SALARIOS-HIST.

       SOMAR-HISTORICO.
           IF (WS-CMP-ACHADO = 0) THEN
               CONTINUE
           ELSE
               IF (SAL-PERIODO = WS-PERIODO) THEN
                   MOVE "S" TO CMP-TEM-ATUAL(WS-CMP-ACHADO)
                   ADD SAL-ILIQUIDO TO CMP-ILIQUIDO(WS-CMP-ACHADO)
                   ADD SAL-IRS TO CMP-IRS(WS-CMP-ACHADO)
                   ADD SAL-SEG-SOCIAL TO CMP-SS(WS-CMP-ACHADO)
                   ADD SAL-LIQUIDO TO CMP-LIQUIDO(WS-CMP-ACHADO)
                   IF (SAL-TIPO = "C") THEN
                       MOVE "S" TO CMP-ACERTO(WS-CMP-ACHADO)
                   END-IF
               ELSE
                   MOVE "S" TO CMP-TEM-ANTERIOR(WS-CMP-ACHADO)
                   ADD SAL-ILIQUIDO TO CMP-ANT-ILIQUIDO(WS-CMP-ACHADO)
                   ADD SAL-IRS TO CMP-ANT-IRS(WS-CMP-ACHADO)
                   ADD SAL-SEG-SOCIAL TO CMP-ANT-SS(WS-CMP-ACHADO)
                   ADD SAL-LIQUIDO TO CMP-ANT-LIQUIDO(WS-CMP-ACHADO)
               END-IF
           END-IF.

      * Os ativos da ficha entram na comparacao mesmo sem linhas,
      * para se ver quem ficou sem vencimento.
       LER-EMPREGADOS-ATIVOS.
           MOVE SPACES TO WS-EMPREGADOS-STATUS.
           OPEN INPUT FICHEIRO-EMPREGADOS.
           IF (WS-EMPREGADOS-STATUS = "00") THEN
               PERFORM UNTIL WS-EMPREGADOS-STATUS = "10"
                   READ FICHEIRO-EMPREGADOS NEXT
                       AT END MOVE "10" TO WS-EMPREGADOS-STATUS
                       NOT AT END
                           IF (EMP-ESTADO NOT = "T") THEN
                               MOVE EMP-NOME TO WS-CMP-NOME
                               PERFORM OBTER-COMPARACAO
                               IF (WS-CMP-ACHADO > 0) THEN
                                   MOVE "S" TO CMP-ATIVO(WS-CMP-ACHADO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-EMPREGADOS.

      * O IBAN de cada periodo e o que seguiu no lote SEPA - e esse
      * que o banco usa.
       LER-IBAN-LOTES.
           MOVE SPACES TO WS-SEPA-LOTES-STATUS.
           OPEN INPUT FICHEIRO-SEPA-LOTES.
           IF (WS-SEPA-LOTES-STATUS = "00") THEN
               PERFORM UNTIL WS-SEPA-LOTES-STATUS = "10"
                   READ FICHEIRO-SEPA-LOTES
                       AT END MOVE "10" TO WS-SEPA-LOTES-STATUS
                       NOT AT END
                           PERFORM GUARDAR-IBAN-LOTE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-SEPA-LOTES.

       GUARDAR-IBAN-LOTE.
           IF (LOT-PERIODO = WS-PERIODO) OR
              (LOT-PERIODO = WS-PERIODO-ANTERIOR) THEN
               MOVE 0 TO WS-CMP-ACHADO
               PERFORM VARYING IDX-CMP FROM 1 BY 1
                   UNTIL IDX-CMP > WS-NUM-CMP
                   IF (CMP-NOME(IDX-CMP) = LOT-NOME) THEN
                       MOVE IDX-CMP TO WS-CMP-ACHADO
                   END-IF
               END-PERFORM
               IF (WS-CMP-ACHADO > 0) THEN
                   IF (LOT-PERIODO = WS-PERIODO) THEN
                       MOVE LOT-IBAN TO CMP-IBAN-ATUAL(WS-CMP-ACHADO)
                   ELSE
                       MOVE LOT-IBAN
                           TO CMP-IBAN-ANTERIOR(WS-CMP-ACHADO)
                   END-IF
               END-IF
           END-IF.

       OBTER-COMPARACAO.
           MOVE 0 TO WS-CMP-ACHADO.
           PERFORM VARYING IDX-CMP FROM 1 BY 1
               UNTIL IDX-CMP > WS-NUM-CMP
               IF (CMP-NOME(IDX-CMP) = WS-CMP-NOME) THEN
                   MOVE IDX-CMP TO WS-CMP-ACHADO
               END-IF
           END-PERFORM.
           IF (WS-CMP-ACHADO = 0) THEN
               IF (WS-NUM-CMP >= 300) THEN
                   MOVE "S" TO WS-CMP-CHEIA
               ELSE
                   ADD 1 TO WS-NUM-CMP
                   MOVE WS-NUM-CMP TO WS-CMP-ACHADO
                   INITIALIZE CMP-ITEM(WS-NUM-CMP)
                   MOVE WS-CMP-NOME TO CMP-NOME(WS-NUM-CMP)
                   MOVE "N" TO CMP-TEM-ANTERIOR(WS-NUM-CMP)
                   MOVE "N" TO CMP-TEM-ATUAL(WS-NUM-CMP)
                   MOVE "N" TO CMP-ACERTO(WS-NUM-CMP)
                   MOVE "N" TO CMP-ATIVO(WS-NUM-CMP)
               END-IF
           END-IF.

      * As linhas por visar do periodo saem para serem recalculadas;
      * as visadas ficam (e a de controlo e refeita).
       LIMPAR-PERIODO-PENDENTE.
           MOVE 1 TO IDX-VAR.
           PERFORM UNTIL IDX-VAR > WS-NUM-VARIACOES
               IF (VAR-T-PERIODO(IDX-VAR) = WS-PERIODO) AND
                  ((VAR-T-TIPO(IDX-VAR) = "C") OR
                   (VAR-T-ESTADO(IDX-VAR) = "P")) THEN
                   MOVE VAR-ITEM(WS-NUM-VARIACOES) TO VAR-ITEM(IDX-VAR)
                   SUBTRACT 1 FROM WS-NUM-VARIACOES
               ELSE
                   ADD 1 TO IDX-VAR
               END-IF
           END-PERFORM.

       AVALIAR-EMPREGADO.
           IF (CMP-ACERTO(IDX-CMP) = "S") THEN
               MOVE "ACERTO DE CONTAS" TO WS-PARC-MOTIVO
               MOVE CMP-ANT-LIQUIDO(IDX-CMP) TO WS-PARC-ANTES
               MOVE CMP-LIQUIDO(IDX-CMP) TO WS-PARC-AGORA
               PERFORM SINALIZAR
           END-IF.
           IF (CMP-TEM-ATUAL(IDX-CMP) = "S") AND
              (CMP-TEM-ANTERIOR(IDX-CMP) = "N") THEN
               MOVE "NOVO NA FOLHA" TO WS-PARC-MOTIVO
               MOVE 0 TO WS-PARC-ANTES
               MOVE CMP-LIQUIDO(IDX-CMP) TO WS-PARC-AGORA
               PERFORM SINALIZAR
           END-IF.
           IF (CMP-TEM-ATUAL(IDX-CMP) = "N") AND
              (CMP-TEM-ANTERIOR(IDX-CMP) = "S") THEN
               IF (CMP-ATIVO(IDX-CMP) = "S") THEN
                   MOVE "SEM VENCIMENTO" TO WS-PARC-MOTIVO
               ELSE
                   MOVE "SAIU DA FOLHA" TO WS-PARC-MOTIVO
               END-IF
               MOVE CMP-ANT-LIQUIDO(IDX-CMP) TO WS-PARC-ANTES
               MOVE 0 TO WS-PARC-AGORA
               PERFORM SINALIZAR
           END-IF.
           IF (CMP-TEM-ATUAL(IDX-CMP) = "N") AND
              (CMP-TEM-ANTERIOR(IDX-CMP) = "N") AND
              (CMP-ATIVO(IDX-CMP) = "S") THEN
               MOVE "SEM VENCIMENTO" TO WS-PARC-MOTIVO
               MOVE 0 TO WS-PARC-ANTES
               MOVE 0 TO WS-PARC-AGORA
               PERFORM SINALIZAR
           END-IF.
           IF (CMP-TEM-ATUAL(IDX-CMP) = "S") AND
              (CMP-LIQUIDO(IDX-CMP) = 0) THEN
               MOVE "LIQUIDO A ZERO" TO WS-PARC-MOTIVO
               MOVE CMP-ANT-LIQUIDO(IDX-CMP) TO WS-PARC-ANTES
               MOVE 0 TO WS-PARC-AGORA
               PERFORM SINALIZAR
           END-IF.
           IF (CMP-IBAN-ATUAL(IDX-CMP) NOT = SPACES) AND
              (CMP-IBAN-ANTERIOR(IDX-CMP) NOT = SPACES) AND
              (CMP-IBAN-ATUAL(IDX-CMP) NOT =
               CMP-IBAN-ANTERIOR(IDX-CMP)) THEN
               MOVE "IBAN ALTERADO" TO WS-PARC-MOTIVO
               MOVE 0 TO WS-PARC-ANTES
               MOVE 0 TO WS-PARC-AGORA
               PERFORM SINALIZAR
               MOVE SPACES TO RELATORIO-LINHA
               STRING "     DE " CMP-IBAN-ANTERIOR(IDX-CMP)
                   " PARA " CMP-IBAN-ATUAL(IDX-CMP)
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.
      * Variacao das parcelas so entre dois meses normais de folha.
           IF (CMP-TEM-ATUAL(IDX-CMP) = "S") AND
              (CMP-TEM-ANTERIOR(IDX-CMP) = "S") AND
              (CMP-ACERTO(IDX-CMP) = "N") THEN
               MOVE "ILIQUIDO" TO WS-PARC-MOTIVO
               MOVE CMP-ANT-ILIQUIDO(IDX-CMP) TO WS-PARC-ANTES
               MOVE CMP-ILIQUIDO(IDX-CMP) TO WS-PARC-AGORA
               PERFORM COMPARAR-PARCELA
               MOVE "IRS" TO WS-PARC-MOTIVO
               MOVE CMP-ANT-IRS(IDX-CMP) TO WS-PARC-ANTES
               MOVE CMP-IRS(IDX-CMP) TO WS-PARC-AGORA
               PERFORM COMPARAR-PARCELA
               MOVE "SEGURANCA SOCIAL" TO WS-PARC-MOTIVO
               MOVE CMP-ANT-SS(IDX-CMP) TO WS-PARC-ANTES
               MOVE CMP-SS(IDX-CMP) TO WS-PARC-AGORA
               PERFORM COMPARAR-PARCELA
               MOVE "LIQUIDO" TO WS-PARC-MOTIVO
               MOVE CMP-ANT-LIQUIDO(IDX-CMP) TO WS-PARC-ANTES
               MOVE CMP-LIQUIDO(IDX-CMP) TO WS-PARC-AGORA
               PERFORM COMPARAR-PARCELA
           END-IF.

      * Sinaliza se a diferenca, para mais ou para menos, passa o
      * limiar em valor ou em percentagem do mes anterior.
       COMPARAR-PARCELA.
           IF (WS-PARC-AGORA >= WS-PARC-ANTES) THEN
               COMPUTE WS-PARC-DIFERENCA =
                   WS-PARC-AGORA - WS-PARC-ANTES
           ELSE
               COMPUTE WS-PARC-DIFERENCA =
                   WS-PARC-ANTES - WS-PARC-AGORA
           END-IF.
           IF (WS-PARC-ANTES = 0) THEN
               IF (WS-PARC-DIFERENCA > 0) THEN
                   MOVE 999.99 TO WS-PARC-PCT
               ELSE
                   MOVE 0 TO WS-PARC-PCT
               END-IF
           ELSE
               COMPUTE WS-PARC-PCT ROUNDED =
                   WS-PARC-DIFERENCA * 100 / WS-PARC-ANTES
                   ON SIZE ERROR MOVE 99999.99 TO WS-PARC-PCT
               END-COMPUTE
           END-IF.
           IF (WS-PARC-DIFERENCA > WS-LIMIAR-VALOR) OR
              (WS-PARC-PCT > WS-LIMIAR-PCT) THEN
               PERFORM SINALIZAR
           END-IF.

      * Escreve a linha no relatorio e, se ainda nao houver visto
      * para o mesmo motivo e valor, regista-a por visar.
       SINALIZAR.
           ADD 1 TO WS-NUM-SINALIZADAS.
           MOVE "N" TO WS-JA-VISADA.
           PERFORM VARYING IDX-VAR FROM 1 BY 1
               UNTIL IDX-VAR > WS-NUM-VARIACOES
               IF (VAR-T-PERIODO(IDX-VAR) = WS-PERIODO) AND
                  (VAR-T-TIPO(IDX-VAR) = "L") AND
                  (VAR-T-NOME(IDX-VAR) = CMP-NOME(IDX-CMP)) AND
                  (VAR-T-MOTIVO(IDX-VAR) = WS-PARC-MOTIVO) AND
                  (VAR-T-AGORA(IDX-VAR) = WS-PARC-AGORA) AND
                  (VAR-T-ESTADO(IDX-VAR) = "V") THEN
                   MOVE "S" TO WS-JA-VISADA
               END-IF
           END-PERFORM.
           MOVE WS-PARC-ANTES TO WS-FORMAT.
           MOVE WS-PARC-AGORA TO WS-FORMAT2.
           IF (WS-PARC-MOTIVO = "ILIQUIDO" OR "IRS" OR
               "SEGURANCA SOCIAL" OR "LIQUIDO") THEN
               MOVE WS-PARC-PCT TO WS-FORMAT-PCT
               MOVE WS-FORMAT-PCT TO WS-PCT-TEXTO
           ELSE
               MOVE SPACES TO WS-PCT-TEXTO
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING CMP-NOME(IDX-CMP) " " WS-PARC-MOTIVO " "
               WS-FORMAT " " WS-FORMAT2 " " WS-PCT-TEXTO
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           IF (WS-JA-VISADA = "S") THEN
               ADD 1 TO WS-NUM-MANTIDAS
               MOVE "VISADA" TO RELATORIO-LINHA(90:6)
           END-IF.
           WRITE RELATORIO-LINHA.
           DISPLAY RELATORIO-LINHA.
           IF (WS-JA-VISADA = "N") AND (WS-NUM-VARIACOES < 900) THEN
               ADD 1 TO WS-NUM-VARIACOES
               MOVE WS-PERIODO TO VAR-T-PERIODO(WS-NUM-VARIACOES)
               MOVE "L" TO VAR-T-TIPO(WS-NUM-VARIACOES)
               MOVE CMP-NOME(IDX-CMP) TO VAR-T-NOME(WS-NUM-VARIACOES)
               MOVE WS-PARC-MOTIVO TO VAR-T-MOTIVO(WS-NUM-VARIACOES)
               MOVE WS-PARC-ANTES TO VAR-T-ANTES(WS-NUM-VARIACOES)
               MOVE WS-PARC-AGORA TO VAR-T-AGORA(WS-NUM-VARIACOES)
               MOVE "P" TO VAR-T-ESTADO(WS-NUM-VARIACOES)
               MOVE WS-HOJE TO VAR-T-DATA(WS-NUM-VARIACOES)
               MOVE WS-OPERADOR-ATUAL
                   TO VAR-T-OPERADOR(WS-NUM-VARIACOES)
               MOVE SPACES TO VAR-T-VISTO-POR(WS-NUM-VARIACOES)
               MOVE 0 TO VAR-T-DATA-VISTO(WS-NUM-VARIACOES)
           END-IF.

      * Visto do supervisor (perfil de gerente ou acima, ou aprovacao
      * de um gestor com codigo e PIN), linha a linha.
       VISAR-LINHAS.
           MOVE "VISTO-FOLHA" TO WS-AUT-FUNCAO.
           MOVE SPACES TO WS-AUT-TENTAR.
           PERFORM VERIFICAR-AUTORIZACAO
               THRU FIM-VERIFICAR-AUTORIZACAO.
           IF (WS-AUT-OK NOT = "S") THEN
               GO FIM-VISAR-LINHAS
           END-IF.
           IF (FUNCTION UPPER-CASE(WS-AUT-TENTAR) = "S") THEN
               MOVE FUNCTION UPPER-CASE(WS-AUT-CODIGO) TO WS-VISTO-POR
           ELSE
               MOVE WS-OPERADOR-ATUAL TO WS-VISTO-POR
           END-IF.
           PERFORM LER-PERIODO.
           MOVE 0 TO WS-VISADAS.
           PERFORM VARYING IDX-VAR FROM 1 BY 1
               UNTIL IDX-VAR > WS-NUM-VARIACOES
               IF (VAR-T-PERIODO(IDX-VAR) = WS-PERIODO) AND
                  (VAR-T-TIPO(IDX-VAR) = "L") AND
                  (VAR-T-ESTADO(IDX-VAR) = "P") THEN
                   PERFORM VISAR-UMA-LINHA
               END-IF
           END-PERFORM.
           PERFORM GRAVAR-VARIACOES.
           MOVE WS-PERIODO TO WS-VAR-PERIODO-VER.
           PERFORM VERIFICAR-VARIACOES-VISADAS.
           DISPLAY WS-VISADAS " LINHA(S) VISADA(S); POR VISAR: "
               WS-VAR-PENDENTES.
       FIM-VISAR-LINHAS.
           EXIT.

       VISAR-UMA-LINHA.
           MOVE VAR-T-ANTES(IDX-VAR) TO WS-FORMAT.
           MOVE VAR-T-AGORA(IDX-VAR) TO WS-FORMAT2.
           DISPLAY VAR-T-NOME(IDX-VAR) " " VAR-T-MOTIVO(IDX-VAR)
               " " WS-FORMAT " -> " WS-FORMAT2.
           DISPLAY "  VISAR (S/N): " WITH NO ADVANCING.
           ACCEPT WS-RESPOSTA.
           IF (FUNCTION UPPER-CASE(WS-RESPOSTA) = "S") THEN
               MOVE "V" TO VAR-T-ESTADO(IDX-VAR)
               MOVE WS-VISTO-POR TO VAR-T-VISTO-POR(IDX-VAR)
               MOVE WS-HOJE TO VAR-T-DATA-VISTO(IDX-VAR)
               ADD 1 TO WS-VISADAS
           END-IF.

       LISTAR-PENDENTES.
           PERFORM LER-PERIODO.
           MOVE 0 TO WS-VISADAS.
           MOVE "N" TO WS-VAR-RELATORIO-FEITO.
           PERFORM VARYING IDX-VAR FROM 1 BY 1
               UNTIL IDX-VAR > WS-NUM-VARIACOES
               IF (VAR-T-PERIODO(IDX-VAR) = WS-PERIODO) THEN
                   IF (VAR-T-TIPO(IDX-VAR) = "C") THEN
                       MOVE "S" TO WS-VAR-RELATORIO-FEITO
                   END-IF
                   IF (VAR-T-TIPO(IDX-VAR) = "L") AND
                      (VAR-T-ESTADO(IDX-VAR) = "P") THEN
                       ADD 1 TO WS-VISADAS
                       MOVE VAR-T-ANTES(IDX-VAR) TO WS-FORMAT
                       MOVE VAR-T-AGORA(IDX-VAR) TO WS-FORMAT2
                       DISPLAY VAR-T-NOME(IDX-VAR) " "
                           VAR-T-MOTIVO(IDX-VAR) " " WS-FORMAT
                           " -> " WS-FORMAT2
                   END-IF
               END-IF
           END-PERFORM.
           IF (WS-VAR-RELATORIO-FEITO = "N") THEN
               DISPLAY "O RELATORIO DE VARIACOES DO PERIODO AINDA "
                   "NAO FOI GERADO."
           ELSE
               DISPLAY WS-VISADAS " LINHA(S) POR VISAR."
           END-IF.

       COPY "VARIACOES-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       COPY "ERRO-LOG-PROC.cpy".

       COPY "AUTORIZA-PROC.cpy".

       END PROGRAM RH-VARIACOES.
