      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cadeia noturna de trabalhos em lote - corre, fora do
      *          LANCADOR, os passos do plano CADEIA-PLANO.DAT pela
      *          ordem do plano: os diarios (D) todas as noites, os de
      *          fim de mes (M) no ultimo dia do mes e os de fim de
      *          trimestre (T) no ultimo dia de marco, junho, setembro
      *          e dezembro. Cada passo e um comando (o programa com
      *          as respostas num ficheiro .IN) e pode ter um
      *          pre-requisito: se este nao terminou bem, o passo e
      *          saltado, e os que dependem dele tambem. Inicio, fim e
      *          resultado de cada passo ficam em CADEIA.LOG; uma
      *          cadeia que parou retoma-se na manha seguinte a partir
      *          do passo que falhou, com a data da cadeia original.
      *          Sem plano, grava o plano de origem para ser afinado.
      *          Ficheiros de respostas do plano de origem (uma linha
      *          por pergunta; linha vazia = ENTER):
      *            LOTE-T01_11-BATCH.IN   - 2 (faturar), ENTER (mes
      *                                     corrente), 0 (sair)
      *            LOTE-T01_11-DEBITOS.IN - 1 (gerar ordens), ENTER
      *                                     (mes corrente), 0 (sair)
      *            LOTE-IVA-DECL.IN       - ENTER (ano corrente),
      *                                     ENTER (trimestre corrente)
      *            LOTE-BACKUP-RESTORE.IN - 1 (salvaguardar), 0 (sair)
      *            LOTE-RELATORIO-DIARIO.IN - ENTER (hoje)
      *            LOTE-ENVIO-NOTIFICACOES.IN - 1 (enviar), 0 (sair)
      *          T03-ATRASOS e INTEGRIDADE nao fazem perguntas. O fecho
      *          de caixa (T04-FECHO) fica fora da cadeia: pede o valor
      *          contado na gaveta e e feito pelo operador ao balcao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEIA-NOTURNA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-PLANO ASSIGN TO "CADEIA-PLANO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANO-STATUS.
           SELECT FICHEIRO-CADEIA-CTL ASSIGN TO "CADEIA-CTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CADEIA-CTL-STATUS.
           COPY "CADEIA-LOG-SELECT.cpy".
           COPY "ERRO-LOG-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-PLANO.
       01  REG-PLANO.
           05 PLN-PASSO           PIC 9(03).
           05 PLN-TRABALHO        PIC X(16).
      * D - diario; M - fim de mes; T - fim de trimestre.
           05 PLN-FREQUENCIA      PIC X(01).
      * Trabalho que tem de ter terminado bem antes (espacos - nenhum).
           05 PLN-PREREQUISITO    PIC X(16).
           05 PLN-COMANDO         PIC X(80).

      * Estado da ultima cadeia: E - em curso (interrompida se for
      * encontrada assim no arranque); F - parou com falhas;
      * C - completa.
       FD  FICHEIRO-CADEIA-CTL.
       01  REG-CADEIA-CTL.
           05 CCT-DATA-CADEIA     PIC 9(08).
           05 CCT-ESTADO          PIC X(01).
           05 CCT-PASSO-FALHOU    PIC 9(03).

       COPY "CADEIA-LOG-FD.cpy".

       COPY "ERRO-LOG-FD.cpy".

       COPY "OPERADOR-SESSAO-FD.cpy".

       WORKING-STORAGE SECTION.
       77 WS-PLANO-STATUS        PIC XX VALUES SPACES.
       77 WS-CADEIA-CTL-STATUS   PIC XX VALUES SPACES.
       77 WS-CADEIA-LOG-STATUS   PIC XX VALUES SPACES.
       COPY "ERRO-LOG-WS.cpy".
       COPY "OPERADOR-SESSAO-WS.cpy".
       01 TABELA-PLANO.
           05 WS-NUM-PASSOS      PIC 9(02) VALUES 0.
           05 PLN-ITEM OCCURS 30 TIMES.
               10 PLN-T-PASSO        PIC 9(03).
               10 PLN-T-TRABALHO     PIC X(16).
               10 PLN-T-FREQUENCIA   PIC X(01).
               10 PLN-T-PREREQUISITO PIC X(16).
               10 PLN-T-COMANDO      PIC X(80).
      * Resultado de cada passo nesta cadeia: espacos - por correr;
      * NA - nao se aplica hoje; OK/AV/FA/SA como em CADEIA.LOG.
               10 PLN-T-RESULTADO    PIC X(02).
       77 IDX-PLN                PIC 9(02) VALUES 0.
       77 IDX-PRC                PIC 9(02) VALUES 0.
       77 WS-PLN-ACHADO          PIC 9(02) VALUES 0.
       77 WS-PLANO-TRUNCADO      PIC A VALUES "N".
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-DATA-CADEIA         PIC 9(08) VALUES 0.
       01 WS-DATA-SEGUINTE.
           05 WS-DSG-ANO         PIC 9(04).
           05 WS-DSG-MES         PIC 9(02).
           05 WS-DSG-DIA         PIC 9(02).
       01 WS-DATA-SEGUINTE-N REDEFINES WS-DATA-SEGUINTE PIC 9(08).
       77 WS-MES-CADEIA          PIC 9(02) VALUES 0.
       77 WS-FIM-MES             PIC A VALUES "N".
       77 WS-FIM-TRIMESTRE       PIC A VALUES "N".
       77 WS-RETOMA              PIC A VALUES "N".
       77 WS-RESPOSTA            PIC A VALUES SPACES.
       77 WS-HORA-AGORA          PIC 9(08) VALUES 0.
       77 WS-CODIGO-SISTEMA      PIC S9(09) VALUES 0.
       77 WS-ERROS-ANTES         PIC 9(07) VALUES 0.
       77 WS-ERROS-DEPOIS        PIC 9(07) VALUES 0.
       77 WS-PASSO-FALHOU        PIC 9(03) VALUES 0.
       77 WS-QTD-OK              PIC 9(02) VALUES 0.
       77 WS-QTD-AVISOS          PIC 9(02) VALUES 0.
       77 WS-QTD-FALHAS          PIC 9(02) VALUES 0.
       77 WS-QTD-SALTADOS        PIC 9(02) VALUES 0.
       77 WS-QTD-FEITOS-ANTES    PIC 9(02) VALUES 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-OPERADOR-SESSAO.
           MOVE WS-OPERADOR-ATUAL TO WS-ERRO-OPERADOR.
           IF (WS-ERRO-OPERADOR = SPACES) THEN
               MOVE "LOTE" TO WS-ERRO-OPERADOR
           END-IF.
           MOVE "CADEIA-NOTURNA" TO WS-ERRO-PROGRAMA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           DISPLAY "=== CADEIA NOTURNA DE TRABALHOS ===".
           PERFORM CARREGAR-PLANO THRU FIM-CARREGAR-PLANO.
           IF (WS-NUM-PASSOS = 0) THEN
               DISPLAY "CADEIA-PLANO.DAT SEM PASSOS - NADA A CORRER."
               STOP RUN
           END-IF.
           IF (WS-PLANO-TRUNCADO = "S") THEN
               DISPLAY "CADEIA-PLANO.DAT TEM MAIS DE 30 PASSOS -"
                   " CORRIJA O PLANO."
               MOVE "PLANO COM MAIS DE 30 PASSOS" TO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCOLHER-CADEIA THRU FIM-ESCOLHER-CADEIA.
           PERFORM CALCULAR-FREQUENCIAS.
           DISPLAY "CADEIA DE " WS-DATA-CADEIA " - FIM DE MES: "
               WS-FIM-MES " FIM DE TRIMESTRE: " WS-FIM-TRIMESTRE.
           MOVE "E" TO CCT-ESTADO.
           MOVE 0 TO WS-PASSO-FALHOU.
           PERFORM GRAVAR-CONTROLO.
           PERFORM VARYING IDX-PLN FROM 1 BY 1
               UNTIL IDX-PLN > WS-NUM-PASSOS
               PERFORM EXECUTAR-PASSO THRU FIM-EXECUTAR-PASSO
           END-PERFORM.
           IF (WS-QTD-FALHAS > 0) OR (WS-QTD-SALTADOS > 0) THEN
               MOVE "F" TO CCT-ESTADO
           ELSE
               MOVE "C" TO CCT-ESTADO
           END-IF.
           PERFORM GRAVAR-CONTROLO.
           DISPLAY "PASSOS JA FEITOS (RETOMA): " WS-QTD-FEITOS-ANTES.
           DISPLAY "TERMINADOS BEM:            " WS-QTD-OK.
           DISPLAY "TERMINADOS COM AVISOS:     " WS-QTD-AVISOS.
           DISPLAY "FALHADOS:                  " WS-QTD-FALHAS.
           DISPLAY "SALTADOS (PRE-REQUISITO):  " WS-QTD-SALTADOS.
           IF (CCT-ESTADO = "F") THEN
               DISPLAY "A CADEIA PAROU NO PASSO " WS-PASSO-FALHOU
                   " - CORRIJA A CAUSA E VOLTE A CORRER PARA RETOMAR."
               MOVE SPACES TO WS-ERRO-MENSAGEM
               STRING "CADEIA " WS-DATA-CADEIA " PAROU NO PASSO "
                   WS-PASSO-FALHOU DELIMITED BY SIZE
                   INTO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CADEIA COMPLETA."
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Le o plano; se nao existir grava o plano de origem (fecho da
      * pizzaria, atrasos do aluguer, faturacao e debitos da agua no
      * fim do mes, IVA no fim do trimestre, salvaguardas e relatorio
      * diario, verificacao de integridade entre ficheiros) e usa-o.
       CARREGAR-PLANO.
           MOVE 0 TO WS-NUM-PASSOS.
           MOVE "N" TO WS-PLANO-TRUNCADO.
           MOVE SPACES TO WS-PLANO-STATUS.
           OPEN INPUT FICHEIRO-PLANO.
           IF (WS-PLANO-STATUS = "35") THEN
               CLOSE FICHEIRO-PLANO
               PERFORM SEMEAR-PLANO
               DISPLAY "CADEIA-PLANO.DAT CRIADO COM O PLANO DE ORIGEM."
               GO FIM-CARREGAR-PLANO
           END-IF.
           IF (WS-PLANO-STATUS = "00") THEN
               PERFORM UNTIL WS-PLANO-STATUS = "10"
                   READ FICHEIRO-PLANO
                       AT END MOVE "10" TO WS-PLANO-STATUS
                       NOT AT END
                           IF (WS-NUM-PASSOS < 30) THEN
                               ADD 1 TO WS-NUM-PASSOS
                               MOVE REG-PLANO TO PLN-ITEM(WS-NUM-PASSOS)
                               MOVE SPACES TO
                                   PLN-T-RESULTADO(WS-NUM-PASSOS)
                           ELSE
                               MOVE "S" TO WS-PLANO-TRUNCADO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-PLANO.
       FIM-CARREGAR-PLANO.
           EXIT.

       SEMEAR-PLANO.
           MOVE 8 TO WS-NUM-PASSOS.
           MOVE 10 TO PLN-T-PASSO(1).
           MOVE "T03-ATRASOS" TO PLN-T-TRABALHO(1).
           MOVE "D" TO PLN-T-FREQUENCIA(1).
           MOVE SPACES TO PLN-T-PREREQUISITO(1).
           MOVE "cobcrun T03-ATRASOS" TO PLN-T-COMANDO(1).
           MOVE 20 TO PLN-T-PASSO(2).
           MOVE "T01_11-BATCH" TO PLN-T-TRABALHO(2).
           MOVE "M" TO PLN-T-FREQUENCIA(2).
           MOVE SPACES TO PLN-T-PREREQUISITO(2).
           MOVE "cobcrun T01_11-BATCH < LOTE-T01_11-BATCH.IN"
               TO PLN-T-COMANDO(2).
           MOVE 30 TO PLN-T-PASSO(3).
           MOVE "T01_11-DEBITOS" TO PLN-T-TRABALHO(3).
           MOVE "M" TO PLN-T-FREQUENCIA(3).
           MOVE "T01_11-BATCH" TO PLN-T-PREREQUISITO(3).
           MOVE "cobcrun T01_11-DEBITOS < LOTE-T01_11-DEBITOS.IN"
               TO PLN-T-COMANDO(3).
           MOVE 40 TO PLN-T-PASSO(4).
           MOVE "IVA-DECL" TO PLN-T-TRABALHO(4).
           MOVE "T" TO PLN-T-FREQUENCIA(4).
           MOVE SPACES TO PLN-T-PREREQUISITO(4).
           MOVE "cobcrun IVA-DECL < LOTE-IVA-DECL.IN"
               TO PLN-T-COMANDO(4).
           MOVE 50 TO PLN-T-PASSO(5).
           MOVE "BACKUP-RESTORE" TO PLN-T-TRABALHO(5).
           MOVE "D" TO PLN-T-FREQUENCIA(5).
           MOVE SPACES TO PLN-T-PREREQUISITO(5).
           MOVE "cobcrun BACKUP-RESTORE < LOTE-BACKUP-RESTORE.IN"
               TO PLN-T-COMANDO(5).
           MOVE 60 TO PLN-T-PASSO(6).
           MOVE "RELATORIO-DIARIO" TO PLN-T-TRABALHO(6).
           MOVE "D" TO PLN-T-FREQUENCIA(6).
           MOVE SPACES TO PLN-T-PREREQUISITO(6).
           MOVE "cobcrun RELATORIO-DIARIO < LOTE-RELATORIO-DIARIO.IN"
               TO PLN-T-COMANDO(6).
           MOVE 70 TO PLN-T-PASSO(7).
           MOVE "INTEGRIDADE" TO PLN-T-TRABALHO(7).
           MOVE "D" TO PLN-T-FREQUENCIA(7).
           MOVE SPACES TO PLN-T-PREREQUISITO(7).
           MOVE "cobcrun INTEGRIDADE" TO PLN-T-COMANDO(7).
           MOVE 80 TO PLN-T-PASSO(8).
           MOVE "ENVIO-MENSAGENS" TO PLN-T-TRABALHO(8).
           MOVE "D" TO PLN-T-FREQUENCIA(8).
           MOVE SPACES TO PLN-T-PREREQUISITO(8).
           MOVE
               "cobcrun ENVIO-NOTIFICACOES < LOTE-ENVIO-NOTIFICACOES.IN"
               TO PLN-T-COMANDO(8).
           OPEN OUTPUT FICHEIRO-PLANO.
           PERFORM VARYING IDX-PLN FROM 1 BY 1
               UNTIL IDX-PLN > WS-NUM-PASSOS
               MOVE SPACES TO PLN-T-RESULTADO(IDX-PLN)
               MOVE PLN-T-PASSO(IDX-PLN) TO PLN-PASSO
               MOVE PLN-T-TRABALHO(IDX-PLN) TO PLN-TRABALHO
               MOVE PLN-T-FREQUENCIA(IDX-PLN) TO PLN-FREQUENCIA
               MOVE PLN-T-PREREQUISITO(IDX-PLN) TO PLN-PREREQUISITO
               MOVE PLN-T-COMANDO(IDX-PLN) TO PLN-COMANDO
               WRITE REG-PLANO
           END-PERFORM.
           CLOSE FICHEIRO-PLANO.

      * Uma cadeia interrompida (estado E) ou com falhas (F) pode ser
      * retomada: mantem a data original e os passos ja terminados
      * bem nessa data nao voltam a correr.
       ESCOLHER-CADEIA.
           MOVE WS-HOJE TO WS-DATA-CADEIA.
           MOVE "N" TO WS-RETOMA.
           MOVE SPACES TO WS-CADEIA-CTL-STATUS.
           OPEN INPUT FICHEIRO-CADEIA-CTL.
           IF (WS-CADEIA-CTL-STATUS NOT = "00") THEN
               CLOSE FICHEIRO-CADEIA-CTL
               GO FIM-ESCOLHER-CADEIA
           END-IF.
           READ FICHEIRO-CADEIA-CTL
               AT END MOVE "C" TO CCT-ESTADO
           END-READ.
           CLOSE FICHEIRO-CADEIA-CTL.
           IF (CCT-ESTADO = "C") THEN
               IF (CCT-DATA-CADEIA = WS-HOJE) THEN
                   DISPLAY "A CADEIA DE HOJE JA CORREU COMPLETA."
                   STOP RUN
               END-IF
               GO FIM-ESCOLHER-CADEIA
           END-IF.
           IF (CCT-ESTADO = "E") THEN
               DISPLAY "A CADEIA DE " CCT-DATA-CADEIA
                   " FOI INTERROMPIDA A MEIO."
           ELSE
               DISPLAY "A CADEIA DE " CCT-DATA-CADEIA
                   " PAROU NO PASSO " CCT-PASSO-FALHOU "."
           END-IF.
           DISPLAY "RETOMAR ESSA CADEIA (S/N, ENTER=S): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-RESPOSTA.
           ACCEPT WS-RESPOSTA.
           IF (FUNCTION UPPER-CASE(WS-RESPOSTA) = "N") THEN
               IF (CCT-DATA-CADEIA = WS-HOJE) THEN
                   DISPLAY "NOVA CADEIA COM A DATA DE HOJE - OS PASSOS"
                       " VOLTAM A CORRER TODOS."
               END-IF
               MOVE SPACES TO WS-ERRO-MENSAGEM
               STRING "CADEIA " CCT-DATA-CADEIA " NAO RETOMADA"
                   DELIMITED BY SIZE INTO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
               GO FIM-ESCOLHER-CADEIA
           END-IF.
           MOVE CCT-DATA-CADEIA TO WS-DATA-CADEIA.
           MOVE "S" TO WS-RETOMA.
           PERFORM CARREGAR-RESULTADOS.
       FIM-ESCOLHER-CADEIA.
           EXIT.

      * Resultados ja registados para a data da cadeia retomada (o
      * ultimo de cada trabalho e o que conta).
       CARREGAR-RESULTADOS.
           MOVE SPACES TO WS-CADEIA-LOG-STATUS.
           OPEN INPUT FICHEIRO-CADEIA-LOG.
           IF (WS-CADEIA-LOG-STATUS = "00") THEN
               PERFORM UNTIL WS-CADEIA-LOG-STATUS = "10"
                   READ FICHEIRO-CADEIA-LOG
                       AT END MOVE "10" TO WS-CADEIA-LOG-STATUS
                       NOT AT END
                           IF (CLG-DATA-CADEIA = WS-DATA-CADEIA) THEN
                               MOVE CLG-TRABALHO TO PLN-TRABALHO
                               PERFORM PROCURAR-TRABALHO
                               IF (WS-PLN-ACHADO > 0) THEN
                                   MOVE CLG-RESULTADO TO
                                       PLN-T-RESULTADO(WS-PLN-ACHADO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-CADEIA-LOG.

       PROCURAR-TRABALHO.
           MOVE 0 TO WS-PLN-ACHADO.
           PERFORM VARYING IDX-PRC FROM 1 BY 1
               UNTIL IDX-PRC > WS-NUM-PASSOS
               IF (PLN-T-TRABALHO(IDX-PRC) = PLN-TRABALHO) THEN
                   MOVE IDX-PRC TO WS-PLN-ACHADO
               END-IF
           END-PERFORM.

      * Fim de mes: o dia seguinte a data da cadeia ja e dia 1.
       CALCULAR-FREQUENCIAS.
           COMPUTE WS-DATA-SEGUINTE-N = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-CADEIA) + 1).
           MOVE WS-DATA-CADEIA(5:2) TO WS-MES-CADEIA.
           MOVE "N" TO WS-FIM-MES.
           MOVE "N" TO WS-FIM-TRIMESTRE.
           IF (WS-DSG-DIA = 1) THEN
               MOVE "S" TO WS-FIM-MES
               IF (WS-MES-CADEIA = 3 OR 6 OR 9 OR 12) THEN
                   MOVE "S" TO WS-FIM-TRIMESTRE
               END-IF
           END-IF.

      * Um passo corre se for do dia, se ainda nao terminou bem nesta
      * cadeia e se o pre-requisito terminou bem (ou nao se aplica
      * hoje). O codigo de saida do comando decide a falha; erros
      * novos em ERROS.LOG durante o passo deixam-no com aviso.
       EXECUTAR-PASSO.
           IF (PLN-T-RESULTADO(IDX-PLN) = "OK" OR "AV") THEN
               DISPLAY PLN-T-PASSO(IDX-PLN) " " PLN-T-TRABALHO(IDX-PLN)
                   " JA TERMINADO NESTA CADEIA."
               ADD 1 TO WS-QTD-FEITOS-ANTES
               GO FIM-EXECUTAR-PASSO
           END-IF.
           IF (PLN-T-FREQUENCIA(IDX-PLN) = "M" AND WS-FIM-MES = "N")
              OR (PLN-T-FREQUENCIA(IDX-PLN) = "T" AND
                  WS-FIM-TRIMESTRE = "N") THEN
               MOVE "NA" TO PLN-T-RESULTADO(IDX-PLN)
               GO FIM-EXECUTAR-PASSO
           END-IF.
           IF (PLN-T-PREREQUISITO(IDX-PLN) NOT = SPACES) THEN
               MOVE PLN-T-PREREQUISITO(IDX-PLN) TO PLN-TRABALHO
               PERFORM PROCURAR-TRABALHO
               IF (WS-PLN-ACHADO = 0) THEN
                   DISPLAY PLN-T-PASSO(IDX-PLN) " "
                       PLN-T-TRABALHO(IDX-PLN) " SALTADO: PRE-REQUISITO"
                       " " PLN-T-PREREQUISITO(IDX-PLN)
                       " NAO ESTA NO PLANO."
                   PERFORM SALTAR-PASSO
                   GO FIM-EXECUTAR-PASSO
               END-IF
               IF (PLN-T-RESULTADO(WS-PLN-ACHADO) NOT = "OK") AND
                  (PLN-T-RESULTADO(WS-PLN-ACHADO) NOT = "AV") AND
                  (PLN-T-RESULTADO(WS-PLN-ACHADO) NOT = "NA") THEN
                   DISPLAY PLN-T-PASSO(IDX-PLN) " "
                       PLN-T-TRABALHO(IDX-PLN) " SALTADO: "
                       PLN-T-PREREQUISITO(IDX-PLN) " NAO TERMINOU BEM."
                   PERFORM SALTAR-PASSO
                   GO FIM-EXECUTAR-PASSO
               END-IF
           END-IF.
           DISPLAY PLN-T-PASSO(IDX-PLN) " " PLN-T-TRABALHO(IDX-PLN)
               " A CORRER...".
           PERFORM CONTAR-ERROS.
           MOVE WS-ERROS-DEPOIS TO WS-ERROS-ANTES.
           MOVE WS-DATA-CADEIA TO CLG-DATA-CADEIA.
           MOVE PLN-T-PASSO(IDX-PLN) TO CLG-PASSO.
           MOVE PLN-T-TRABALHO(IDX-PLN) TO CLG-TRABALHO.
           ACCEPT CLG-INICIO-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-HORA-AGORA(1:6) TO CLG-INICIO-HORA.
           CALL "SYSTEM" USING PLN-T-COMANDO(IDX-PLN).
           MOVE RETURN-CODE TO WS-CODIGO-SISTEMA.
           MOVE 0 TO RETURN-CODE.
           ACCEPT CLG-FIM-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-HORA-AGORA(1:6) TO CLG-FIM-HORA.
      * O codigo vem do sistema com o estado de saida nos bits altos.
           IF (WS-CODIGO-SISTEMA >= 256) THEN
               DIVIDE WS-CODIGO-SISTEMA BY 256
                   GIVING WS-CODIGO-SISTEMA
           END-IF.
           IF (WS-CODIGO-SISTEMA < 0) THEN
               MOVE 9999 TO WS-CODIGO-SISTEMA
           END-IF.
           MOVE WS-CODIGO-SISTEMA TO CLG-CODIGO.
           PERFORM CONTAR-ERROS.
           IF (WS-CODIGO-SISTEMA NOT = 0) THEN
               MOVE "FA" TO CLG-RESULTADO
               ADD 1 TO WS-QTD-FALHAS
               IF (WS-PASSO-FALHOU = 0) THEN
                   MOVE PLN-T-PASSO(IDX-PLN) TO WS-PASSO-FALHOU
               END-IF
               DISPLAY PLN-T-PASSO(IDX-PLN) " " PLN-T-TRABALHO(IDX-PLN)
                   " FALHOU (CODIGO " CLG-CODIGO ")."
               MOVE SPACES TO WS-ERRO-MENSAGEM
               STRING PLN-T-TRABALHO(IDX-PLN) " FALHOU CODIGO "
                   CLG-CODIGO DELIMITED BY SIZE INTO WS-ERRO-MENSAGEM
               PERFORM REGISTAR-ERRO
           ELSE
               IF (WS-ERROS-DEPOIS > WS-ERROS-ANTES) THEN
                   MOVE "AV" TO CLG-RESULTADO
                   ADD 1 TO WS-QTD-AVISOS
                   DISPLAY PLN-T-PASSO(IDX-PLN) " "
                       PLN-T-TRABALHO(IDX-PLN)
                       " TERMINOU COM AVISOS - VER ERROS.LOG."
               ELSE
                   MOVE "OK" TO CLG-RESULTADO
                   ADD 1 TO WS-QTD-OK
                   DISPLAY PLN-T-PASSO(IDX-PLN) " "
                       PLN-T-TRABALHO(IDX-PLN) " TERMINOU BEM."
               END-IF
           END-IF.
           MOVE CLG-RESULTADO TO PLN-T-RESULTADO(IDX-PLN).
           PERFORM REGISTAR-PASSO.
           MOVE WS-PASSO-FALHOU TO CCT-PASSO-FALHOU.
           MOVE "E" TO CCT-ESTADO.
           PERFORM GRAVAR-CONTROLO.
       FIM-EXECUTAR-PASSO.
           EXIT.

       SALTAR-PASSO.
           MOVE "SA" TO PLN-T-RESULTADO(IDX-PLN).
           ADD 1 TO WS-QTD-SALTADOS.
           IF (WS-PASSO-FALHOU = 0) THEN
               MOVE PLN-T-PASSO(IDX-PLN) TO WS-PASSO-FALHOU
           END-IF.
           MOVE WS-DATA-CADEIA TO CLG-DATA-CADEIA.
           MOVE PLN-T-PASSO(IDX-PLN) TO CLG-PASSO.
           MOVE PLN-T-TRABALHO(IDX-PLN) TO CLG-TRABALHO.
           ACCEPT CLG-INICIO-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-HORA-AGORA(1:6) TO CLG-INICIO-HORA.
           MOVE CLG-INICIO-DATA TO CLG-FIM-DATA.
           MOVE CLG-INICIO-HORA TO CLG-FIM-HORA.
           MOVE "SA" TO CLG-RESULTADO.
           MOVE 0 TO CLG-CODIGO.
           PERFORM REGISTAR-PASSO.

       REGISTAR-PASSO.
           MOVE SPACES TO WS-CADEIA-LOG-STATUS.
           OPEN EXTEND FICHEIRO-CADEIA-LOG.
           IF (WS-CADEIA-LOG-STATUS = "35") THEN
               OPEN OUTPUT FICHEIRO-CADEIA-LOG
           END-IF.
           WRITE REG-CADEIA-LOG.
           CLOSE FICHEIRO-CADEIA-LOG.

       GRAVAR-CONTROLO.
           MOVE WS-DATA-CADEIA TO CCT-DATA-CADEIA.
           MOVE WS-PASSO-FALHOU TO CCT-PASSO-FALHOU.
           OPEN OUTPUT FICHEIRO-CADEIA-CTL.
           WRITE REG-CADEIA-CTL.
           CLOSE FICHEIRO-CADEIA-CTL.

      * Numero de registos em ERROS.LOG, para ver se o passo deixou
      * erros novos.
       CONTAR-ERROS.
           MOVE 0 TO WS-ERROS-DEPOIS.
           MOVE SPACES TO WS-ERRO-LOG-STATUS.
           OPEN INPUT FICHEIRO-ERROS.
           IF (WS-ERRO-LOG-STATUS = "00") THEN
               PERFORM UNTIL WS-ERRO-LOG-STATUS = "10"
                   READ FICHEIRO-ERROS
                       AT END MOVE "10" TO WS-ERRO-LOG-STATUS
                       NOT AT END ADD 1 TO WS-ERROS-DEPOIS
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-ERROS.

       COPY "ERRO-LOG-PROC.cpy".

       COPY "OPERADOR-SESSAO-PROC.cpy".

       END PROGRAM CADEIA-NOTURNA.
