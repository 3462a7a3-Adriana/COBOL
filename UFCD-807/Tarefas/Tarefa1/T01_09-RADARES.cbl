      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registo dos radares de velocidade - mantem RADARES.DAT
      *          (identificacao do aparelho, local, limite da via e
      *          datas da ultima e da proxima verificacao metrologica)
      *          usado pela carga do radar e pelo registo de multas
      *          para recusar leituras de aparelhos com a verificacao
      *          caducada, e lista os radares a verificar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T01_09-RADARES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "RADARES-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "RADARES-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "RADARES-WS.cpy".
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 5.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-LIMITE-AVISO        PIC 9(08) VALUES 0.
      * Antecedencia com que um radar entra na lista a verificar.
       77 WS-DIAS-AVISO-RDR      PIC 9(03) VALUES 30.
       01 WS-DATA                PIC 9(08) VALUES 0.
       01 WS-DATA-R REDEFINES WS-DATA.
           05 WS-DATA-ANO        PIC 9(04).
           05 WS-DATA-MES        PIC 9(02).
           05 WS-DATA-DIA        PIC 9(02).
       77 WS-DATA-OK             PIC A VALUES "N".
       77 WS-PROXIMA             PIC 9(08) VALUES 0.
       77 WS-LIMITE              PIC 9(03) VALUES 0.
       77 WS-A-VERIFICAR         PIC 9(02) VALUES 0.
       77 WS-SITUACAO            PIC X(11) VALUES SPACES.

       PROCEDURE DIVISION.
       MENU-RADARES.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-LIMITE-AVISO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + WS-DIAS-AVISO-RDR).
           PERFORM CARREGAR-RADARES.
           DISPLAY "=== REGISTO DE RADARES ===".
           DISPLAY "1 - LISTAR RADARES".
           DISPLAY "2 - REGISTAR RADAR".
           DISPLAY "3 - ALTERAR LOCAL/LIMITE".
           DISPLAY "4 - REGISTAR VERIFICACAO METROLOGICA".
           DISPLAY "5 - RADARES A VERIFICAR".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-RADARES
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM LISTAR-RADARES
               WHEN 2 PERFORM REGISTAR-RADAR THRU FIM-REGISTAR-RADAR
               WHEN 3 PERFORM ALTERAR-RADAR THRU FIM-ALTERAR-RADAR
               WHEN 4 PERFORM REGISTAR-VERIFICACAO
                   THRU FIM-REGISTAR-VERIFICACAO
               WHEN 5 PERFORM LISTAR-A-VERIFICAR
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-RADARES.

       LISTAR-RADARES.
           DISPLAY "RADAR  LOCAL                          LIM "
               "VERIFICADO PROXIMA".
           PERFORM VARYING IDX-RDR FROM 1 BY 1
               UNTIL IDX-RDR > WS-NUM-RADARES
               PERFORM SITUACAO-RADAR
               DISPLAY RDR-T-ID(IDX-RDR) " " RDR-T-LOCAL(IDX-RDR) " "
                   RDR-T-LIMITE(IDX-RDR) " "
                   RDR-T-DATA-VERIF(IDX-RDR) "   "
                   RDR-T-PROX-VERIF(IDX-RDR) " " WS-SITUACAO
           END-PERFORM.

      * Caducado (ja nao pode autuar), a verificar (vence dentro da
      * antecedencia de aviso) ou em dia.
       SITUACAO-RADAR.
           EVALUATE TRUE
               WHEN RDR-T-PROX-VERIF(IDX-RDR) < WS-HOJE
                   MOVE "CADUCADO" TO WS-SITUACAO
               WHEN RDR-T-PROX-VERIF(IDX-RDR) <= WS-LIMITE-AVISO
                   MOVE "A VERIFICAR" TO WS-SITUACAO
               WHEN OTHER
                   MOVE SPACES TO WS-SITUACAO
           END-EVALUATE.

       LISTAR-A-VERIFICAR.
           MOVE 0 TO WS-A-VERIFICAR.
           DISPLAY "RADARES COM VERIFICACAO ATE " WS-LIMITE-AVISO ":".
           PERFORM VARYING IDX-RDR FROM 1 BY 1
               UNTIL IDX-RDR > WS-NUM-RADARES
               IF (RDR-T-PROX-VERIF(IDX-RDR) <= WS-LIMITE-AVISO) THEN
                   ADD 1 TO WS-A-VERIFICAR
                   PERFORM SITUACAO-RADAR
                   DISPLAY RDR-T-ID(IDX-RDR) " "
                       RDR-T-LOCAL(IDX-RDR) " "
                       RDR-T-PROX-VERIF(IDX-RDR) " " WS-SITUACAO
               END-IF
           END-PERFORM.
           DISPLAY WS-A-VERIFICAR " RADAR(ES) A VERIFICAR.".

       LER-RADAR.
           DISPLAY "IDENTIFICACAO DO RADAR: " WITH NO ADVANCING.
           MOVE SPACES TO WS-RDR-PESQUISA.
           ACCEPT WS-RDR-PESQUISA.
           PERFORM PROCURAR-RADAR.

       REGISTAR-RADAR.
           PERFORM LER-RADAR.
           IF (WS-RDR-PESQUISA = SPACES) THEN
               DISPLAY "IDENTIFICACAO OBRIGATORIA!"
               GO FIM-REGISTAR-RADAR
           END-IF.
           IF (WS-RDR-ACHADO > 0) THEN
               DISPLAY "RADAR JA REGISTADO!"
               GO FIM-REGISTAR-RADAR
           END-IF.
           IF (WS-NUM-RADARES >= 50) THEN
               DISPLAY "REGISTO CHEIO!"
               GO FIM-REGISTAR-RADAR
           END-IF.
           ADD 1 TO WS-NUM-RADARES.
           MOVE WS-NUM-RADARES TO WS-RDR-ACHADO.
           MOVE WS-RDR-PESQUISA TO RDR-T-ID(WS-RDR-ACHADO).
           MOVE 0 TO RDR-T-DATA-VERIF(WS-RDR-ACHADO).
           MOVE 0 TO RDR-T-PROX-VERIF(WS-RDR-ACHADO).
           PERFORM LER-LOCAL-LIMITE THRU FIM-LER-LOCAL-LIMITE.
           DISPLAY "DATA DA ULTIMA VERIFICACAO (AAAAMMDD): "
               WITH NO ADVANCING.
           ACCEPT WS-DATA.
           PERFORM VALIDAR-DATA-VERIF.
           IF (WS-DATA-OK = "S") THEN
               PERFORM GUARDAR-VERIFICACAO THRU FIM-GUARDAR-VERIFICACAO
           ELSE
               DISPLAY "DATA INVALIDA - O RADAR NAO AUTUA ATE TER UMA "
                   "VERIFICACAO REGISTADA."
           END-IF.
           PERFORM GRAVAR-RADARES.
           DISPLAY "RADAR REGISTADO.".
       FIM-REGISTAR-RADAR.
           EXIT.

       ALTERAR-RADAR.
           PERFORM LER-RADAR.
           IF (WS-RDR-ACHADO = 0) THEN
               DISPLAY "RADAR NAO ENCONTRADO!"
               GO FIM-ALTERAR-RADAR
           END-IF.
           DISPLAY "LOCAL ATUAL: " RDR-T-LOCAL(WS-RDR-ACHADO)
               " LIMITE: " RDR-T-LIMITE(WS-RDR-ACHADO).
           PERFORM LER-LOCAL-LIMITE THRU FIM-LER-LOCAL-LIMITE.
           PERFORM GRAVAR-RADARES.
           DISPLAY "REGISTO ATUALIZADO.".
       FIM-ALTERAR-RADAR.
           EXIT.

       LER-LOCAL-LIMITE.
           DISPLAY "LOCAL: " WITH NO ADVANCING.
           ACCEPT RDR-T-LOCAL(WS-RDR-ACHADO).
       LER-LIMITE-RADAR.
           DISPLAY "LIMITE DE VELOCIDADE DA VIA (KM/H): "
               WITH NO ADVANCING.
           ACCEPT WS-LIMITE.
           IF (WS-LIMITE = 0) THEN
               DISPLAY "LIMITE INVALIDO!"
               GO LER-LIMITE-RADAR
           END-IF.
           MOVE WS-LIMITE TO RDR-T-LIMITE(WS-RDR-ACHADO).
       FIM-LER-LOCAL-LIMITE.
           EXIT.

      * Nova verificacao: a data nao pode ser futura nem anterior a
      * ultima registada; a validade e a que consta do certificado
      * (por omissao, um ano).
       REGISTAR-VERIFICACAO.
           PERFORM LER-RADAR.
           IF (WS-RDR-ACHADO = 0) THEN
               DISPLAY "RADAR NAO ENCONTRADO!"
               GO FIM-REGISTAR-VERIFICACAO
           END-IF.
           DISPLAY "ULTIMA VERIFICACAO: "
               RDR-T-DATA-VERIF(WS-RDR-ACHADO) " VALIDA ATE "
               RDR-T-PROX-VERIF(WS-RDR-ACHADO).
           DISPLAY "DATA DA NOVA VERIFICACAO (AAAAMMDD): "
               WITH NO ADVANCING.
           ACCEPT WS-DATA.
           IF (WS-DATA < RDR-T-DATA-VERIF(WS-RDR-ACHADO)) THEN
               DISPLAY "DATA ANTERIOR A ULTIMA VERIFICACAO!"
               GO FIM-REGISTAR-VERIFICACAO
           END-IF.
           PERFORM VALIDAR-DATA-VERIF.
           IF (WS-DATA-OK = "N") THEN
               DISPLAY "DATA INVALIDA!"
               GO FIM-REGISTAR-VERIFICACAO
           END-IF.
           PERFORM GUARDAR-VERIFICACAO THRU FIM-GUARDAR-VERIFICACAO.
           PERFORM GRAVAR-RADARES.
           DISPLAY "VERIFICACAO REGISTADA - VALIDA ATE "
               RDR-T-PROX-VERIF(WS-RDR-ACHADO) ".".
       FIM-REGISTAR-VERIFICACAO.
           EXIT.

       VALIDAR-DATA-VERIF.
           MOVE "S" TO WS-DATA-OK.
           IF (WS-DATA < 19000101) OR (WS-DATA > WS-HOJE) OR
              (WS-DATA-MES < 1) OR (WS-DATA-MES > 12) OR
              (WS-DATA-DIA < 1) OR (WS-DATA-DIA > 31) THEN
               MOVE "N" TO WS-DATA-OK
           END-IF.

      * Proxima verificacao pedida ao operador (ENTER = um ano depois
      * da verificacao); tem de ser posterior a verificacao.
       GUARDAR-VERIFICACAO.
           MOVE WS-DATA TO RDR-T-DATA-VERIF(WS-RDR-ACHADO).
           COMPUTE WS-PROXIMA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA) + 365).
           MOVE WS-PROXIMA TO RDR-T-PROX-VERIF(WS-RDR-ACHADO).
           DISPLAY "VALIDA ATE (AAAAMMDD, ENTER = " WS-PROXIMA "): "
               WITH NO ADVANCING.
           MOVE 0 TO WS-PROXIMA.
           ACCEPT WS-PROXIMA.
           IF (WS-PROXIMA = 0) THEN
               GO FIM-GUARDAR-VERIFICACAO
           END-IF.
           IF (WS-PROXIMA <= WS-DATA) THEN
               DISPLAY "VALIDADE ANTERIOR A VERIFICACAO - FICA UM ANO."
               GO FIM-GUARDAR-VERIFICACAO
           END-IF.
           MOVE WS-PROXIMA TO RDR-T-PROX-VERIF(WS-RDR-ACHADO).
       FIM-GUARDAR-VERIFICACAO.
           EXIT.

       COPY "RADARES-PROC.cpy".

       END PROGRAM T01_09-RADARES.
