      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cadastro dos contadores de agua - regista cada
      *          contador (serie, calibre, instalacao, data limite de
      *          calibracao e conta onde esta montado) em
      *          CONTADORES-AGUA.DAT, faz a troca de contador a meio do
      *          periodo (leitura final do antigo e inicial do novo em
      *          TROCAS-CONTADOR.DAT, que a faturacao usa para somar os
      *          dois consumos) e emite em CONTADORES-CALIBRACAO.TXT a
      *          lista dos contadores com calibracao vencida ou a
      *          vencer e dos que passaram a vida util legal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T01_11-CONTADORES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AGUA-SELECT.cpy".
           COPY "CONTADORES-AGUA-SELECT.cpy".
           COPY "TROCAS-CONTADOR-SELECT.cpy".
           SELECT CONTADORES-CALIBRACAO
               ASSIGN TO "CONTADORES-CALIBRACAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "AGUA-FD.cpy".
           COPY "CONTADORES-AGUA-FD.cpy".
           COPY "TROCAS-CONTADOR-FD.cpy".

       FD  CONTADORES-CALIBRACAO.
       01  CALIBRACAO-LINHA       PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-AGUA-STATUS         PIC XX VALUES SPACES.
       COPY "CONTADORES-AGUA-WS.cpy".
       COPY "TROCAS-CONTADOR-WS.cpy".
       77 WS-OPCAO               PIC 9(01) VALUES 9.
           88 VALIDAR-OPCAO VALUES 0 THRU 4.
       77 WS-CONTA               PIC X(10) VALUES SPACES.
       77 WS-SERIE               PIC X(12) VALUES SPACES.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-DATA                PIC 9(08) VALUES 0.
       77 WS-LEITURA-FINAL       PIC 9(06) VALUES 0.
       77 WS-LEITURA-INICIAL     PIC 9(06) VALUES 0.
       77 WS-ULT-LEITURA         PIC 9(06) VALUES 0.
       77 WS-ULT-PERIODO         PIC 9(06) VALUES 0.
       77 WS-CNT-ANTIGO          PIC 9(03) VALUES 0.
       77 WS-CNT-NOVO            PIC 9(03) VALUES 0.
      * Vida util legal do contador (anos) e antecedencia do aviso de
      * calibracao (dias).
       77 WS-VIDA-UTIL-ANOS      PIC 9(02) VALUES 12.
       77 WS-DIAS-AVISO          PIC 9(03) VALUES 60.
       77 WS-LIMITE-AVISO        PIC 9(08) VALUES 0.
       77 WS-FIM-VIDA-UTIL       PIC 9(08) VALUES 0.
       77 WS-MOTIVO-CAL          PIC X(24) VALUES SPACES.
       77 WS-MOTIVO-VIDA         PIC X(20) VALUES SPACES.
       77 WS-NUM-ALERTAS         PIC 9(03) VALUES 0.

       PROCEDURE DIVISION.
       MENU-CONTADORES.
           PERFORM CARREGAR-CONTADORES.
           PERFORM CARREGAR-TROCAS.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           DISPLAY "=== CADASTRO DE CONTADORES DE AGUA ===".
           DISPLAY "1 - LISTAR CONTADORES".
           DISPLAY "2 - REGISTAR/ALTERAR CONTADOR".
           DISPLAY "3 - TROCA DE CONTADOR".
           DISPLAY "4 - CALIBRACOES E VIDA UTIL".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF (NOT VALIDAR-OPCAO) THEN
               DISPLAY "OPCAO INVALIDA!"
               GO MENU-CONTADORES
           END-IF.
      * Uma carga truncada seguida da regravacao integral apagaria os
      * registos em excesso - so a listagem e o relatorio correm.
           IF (WS-OPCAO = 2 OR WS-OPCAO = 3) AND
              (WS-CNT-TRUNCADO = "S" OR WS-TRC-TRUNCADA = "S") THEN
               DISPLAY "CADASTRO EXCEDE 300 REGISTOS - ALTERACOES "
                   "RECUSADAS PARA NAO PERDER DADOS."
               GO MENU-CONTADORES
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM LISTAR-CONTADORES
               WHEN 2 PERFORM REGISTAR-CONTADOR
                   THRU FIM-REGISTAR-CONTADOR
               WHEN 3 PERFORM TROCAR-CONTADOR
                   THRU FIM-TROCAR-CONTADOR
               WHEN 4 PERFORM RELATORIO-CALIBRACAO
               WHEN 0 STOP RUN
           END-EVALUATE.
           GO MENU-CONTADORES.

       LISTAR-CONTADORES.
           DISPLAY "SERIE        CAL CONTA      E INSTAL.  CALIBRAR".
           PERFORM VARYING IDX-CNT FROM 1 BY 1
               UNTIL IDX-CNT > WS-NUM-CONTADORES
               DISPLAY CNT-T-SERIE(IDX-CNT) " "
                   CNT-T-CALIBRE(IDX-CNT) "  "
                   CNT-T-CONTA(IDX-CNT) " "
                   CNT-T-ESTADO(IDX-CNT) " "
                   CNT-T-DATA-INSTALACAO(IDX-CNT) " "
                   CNT-T-DATA-CALIBRACAO(IDX-CNT)
           END-PERFORM.

      * Contador novo: entra em armazem ou fica logo montado numa
      * conta que ainda nao tenha contador instalado. Num contador ja
      * registado so se alteram o calibre e a data de calibracao (por
      * exemplo depois de uma verificacao periodica).
       REGISTAR-CONTADOR.
           DISPLAY "NUMERO DE SERIE: " WITH NO ADVANCING.
           ACCEPT WS-SERIE.
           IF (WS-SERIE = SPACES) THEN
               DISPLAY "NUMERO DE SERIE OBRIGATORIO!"
               GO FIM-REGISTAR-CONTADOR
           END-IF.
           MOVE WS-SERIE TO WS-CNT-PESQUISA.
           PERFORM PROCURAR-CONTADOR.
           IF (WS-CNT-ACHADO > 0) THEN
               DISPLAY "CONTADOR JA REGISTADO - CONTA "
                   CNT-T-CONTA(WS-CNT-ACHADO) " ESTADO "
                   CNT-T-ESTADO(WS-CNT-ACHADO)
               PERFORM LER-DADOS-CONTADOR
               PERFORM GRAVAR-CONTADORES
               DISPLAY "CONTADOR ALTERADO."
               GO FIM-REGISTAR-CONTADOR
           END-IF.
           IF (WS-NUM-CONTADORES >= 300) THEN
               DISPLAY "CADASTRO DE CONTADORES CHEIO!"
               GO FIM-REGISTAR-CONTADOR
           END-IF.
           DISPLAY "CONTA ONDE FICA INSTALADO (VAZIO = ARMAZEM): "
               WITH NO ADVANCING.
           ACCEPT WS-CONTA.
           IF (WS-CONTA NOT = SPACES) THEN
               PERFORM PROCURAR-CONTADOR-CONTA
               IF (WS-CNT-ANTIGO > 0) THEN
                   DISPLAY "A CONTA JA TEM O CONTADOR "
                       CNT-T-SERIE(WS-CNT-ANTIGO)
                       " - USE A TROCA DE CONTADOR."
                   GO FIM-REGISTAR-CONTADOR
               END-IF
           END-IF.
           ADD 1 TO WS-NUM-CONTADORES.
           MOVE WS-NUM-CONTADORES TO WS-CNT-ACHADO.
           MOVE WS-SERIE TO CNT-T-SERIE(WS-CNT-ACHADO).
           MOVE WS-CONTA TO CNT-T-CONTA(WS-CNT-ACHADO).
           MOVE 0 TO CNT-T-DATA-INSTALACAO(WS-CNT-ACHADO).
           MOVE 0 TO CNT-T-LEITURA-INICIAL(WS-CNT-ACHADO).
           MOVE 0 TO CNT-T-DATA-RETIRADA(WS-CNT-ACHADO).
           MOVE 0 TO CNT-T-LEITURA-FINAL(WS-CNT-ACHADO).
           PERFORM LER-DADOS-CONTADOR.
           IF (WS-CONTA = SPACES) THEN
               MOVE "A" TO CNT-T-ESTADO(WS-CNT-ACHADO)
           ELSE
               MOVE "I" TO CNT-T-ESTADO(WS-CNT-ACHADO)
               DISPLAY "DATA DE INSTALACAO (AAAAMMDD): "
                   WITH NO ADVANCING
               ACCEPT CNT-T-DATA-INSTALACAO(WS-CNT-ACHADO)
               DISPLAY "LEITURA INICIAL: " WITH NO ADVANCING
               ACCEPT CNT-T-LEITURA-INICIAL(WS-CNT-ACHADO)
           END-IF.
           PERFORM GRAVAR-CONTADORES.
           DISPLAY "CONTADOR REGISTADO.".
       FIM-REGISTAR-CONTADOR.
           EXIT.

       LER-DADOS-CONTADOR.
           DISPLAY "CALIBRE (MM): " WITH NO ADVANCING.
           ACCEPT CNT-T-CALIBRE(WS-CNT-ACHADO).
           DISPLAY "DATA LIMITE DA PROXIMA CALIBRACAO (AAAAMMDD): "
               WITH NO ADVANCING.
           ACCEPT CNT-T-DATA-CALIBRACAO(WS-CNT-ACHADO).

      * Contador instalado na conta WS-CONTA (indice em WS-CNT-ANTIGO).
       PROCURAR-CONTADOR-CONTA.
           MOVE 0 TO WS-CNT-ANTIGO.
           PERFORM VARYING IDX-CNT FROM 1 BY 1
               UNTIL IDX-CNT > WS-NUM-CONTADORES
               IF (CNT-T-CONTA(IDX-CNT) = WS-CONTA) AND
                  (CNT-T-ESTADO(IDX-CNT) = "I") THEN
                   MOVE IDX-CNT TO WS-CNT-ANTIGO
               END-IF
           END-PERFORM.

      * Troca de contador: regista a leitura final do contador que sai
      * e a leitura inicial do que entra. A faturacao do periodo soma o
      * consumo do antigo (ate a leitura final) e o do novo (desde a
      * leitura inicial) - sem isto a leitura nova, abaixo da anterior,
      * parecia uma volta do contador.
       TROCAR-CONTADOR.
           DISPLAY "CONTA: " WITH NO ADVANCING.
           ACCEPT WS-CONTA.
           MOVE WS-CONTA TO WS-TRC-PESQUISA.
           MOVE 999999 TO WS-TRC-PERIODO-LIMITE.
           PERFORM PROCURAR-TROCA-PENDENTE.
           IF (WS-TRC-ACHADA > 0) THEN
               DISPLAY "A CONTA TEM UMA TROCA DE "
                   TRC-T-DATA(WS-TRC-ACHADA)
                   " AINDA POR FATURAR - FATURE O PERIODO PRIMEIRO."
               GO FIM-TROCAR-CONTADOR
           END-IF.
           PERFORM PROCURAR-CONTADOR-CONTA.
           IF (WS-CNT-ANTIGO > 0) THEN
               MOVE CNT-T-SERIE(WS-CNT-ANTIGO) TO WS-SERIE
               DISPLAY "CONTADOR INSTALADO: " WS-SERIE
           ELSE
               DISPLAY "CONTA SEM CONTADOR NO CADASTRO - SERIE DO "
                   "CONTADOR RETIRADO: " WITH NO ADVANCING
               ACCEPT WS-SERIE
           END-IF.
           PERFORM OBTER-ULTIMA-LEITURA.
           DISPLAY "ULTIMA LEITURA REAL FATURADA: " WS-ULT-LEITURA
               " (" WS-ULT-PERIODO ")".
           DISPLAY "DATA DA TROCA (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DATA.
           IF (WS-DATA < 19000101) OR (WS-DATA > WS-HOJE) THEN
               DISPLAY "DATA INVALIDA!"
               GO FIM-TROCAR-CONTADOR
           END-IF.
           DISPLAY "LEITURA FINAL DO CONTADOR RETIRADO: "
               WITH NO ADVANCING.
           ACCEPT WS-LEITURA-FINAL.
           IF (WS-LEITURA-FINAL < WS-ULT-LEITURA) THEN
               DISPLAY "LEITURA FINAL INFERIOR A ULTIMA LEITURA - "
                   "TROCA NAO REGISTADA."
               GO FIM-TROCAR-CONTADOR
           END-IF.
           DISPLAY "SERIE DO CONTADOR NOVO: " WITH NO ADVANCING.
           ACCEPT WS-CNT-PESQUISA.
           PERFORM PROCURAR-CONTADOR.
           IF (WS-CNT-ACHADO > 0) AND
              (CNT-T-ESTADO(WS-CNT-ACHADO) NOT = "A") THEN
               DISPLAY "O CONTADOR NOVO NAO ESTA EM ARMAZEM (ESTADO "
                   CNT-T-ESTADO(WS-CNT-ACHADO) ") - TROCA RECUSADA."
               GO FIM-TROCAR-CONTADOR
           END-IF.
           IF (WS-CNT-ACHADO = 0) AND (WS-NUM-CONTADORES >= 300) THEN
               DISPLAY "CADASTRO DE CONTADORES CHEIO!"
               GO FIM-TROCAR-CONTADOR
           END-IF.
           IF (WS-NUM-TROCAS >= 300) THEN
               DISPLAY "REGISTO DE TROCAS CHEIO!"
               GO FIM-TROCAR-CONTADOR
           END-IF.
           DISPLAY "LEITURA INICIAL DO CONTADOR NOVO: "
               WITH NO ADVANCING.
           ACCEPT WS-LEITURA-INICIAL.
           IF (WS-CNT-ACHADO = 0) THEN
               ADD 1 TO WS-NUM-CONTADORES
               MOVE WS-NUM-CONTADORES TO WS-CNT-ACHADO
               MOVE WS-CNT-PESQUISA TO CNT-T-SERIE(WS-CNT-ACHADO)
               MOVE 0 TO CNT-T-DATA-RETIRADA(WS-CNT-ACHADO)
               MOVE 0 TO CNT-T-LEITURA-FINAL(WS-CNT-ACHADO)
               PERFORM LER-DADOS-CONTADOR
           END-IF.
           MOVE WS-CNT-ACHADO TO WS-CNT-NOVO.
           MOVE WS-CONTA TO CNT-T-CONTA(WS-CNT-NOVO).
           MOVE "I" TO CNT-T-ESTADO(WS-CNT-NOVO).
           MOVE WS-DATA TO CNT-T-DATA-INSTALACAO(WS-CNT-NOVO).
           MOVE WS-LEITURA-INICIAL
               TO CNT-T-LEITURA-INICIAL(WS-CNT-NOVO).
           IF (WS-CNT-ANTIGO > 0) THEN
               MOVE "R" TO CNT-T-ESTADO(WS-CNT-ANTIGO)
               MOVE WS-DATA TO CNT-T-DATA-RETIRADA(WS-CNT-ANTIGO)
               MOVE WS-LEITURA-FINAL TO
                   CNT-T-LEITURA-FINAL(WS-CNT-ANTIGO)
           END-IF.
           ADD 1 TO WS-NUM-TROCAS.
           MOVE WS-CONTA TO TRC-T-CONTA(WS-NUM-TROCAS).
           MOVE WS-DATA TO TRC-T-DATA(WS-NUM-TROCAS).
           COMPUTE TRC-T-PERIODO(WS-NUM-TROCAS) = WS-DATA / 100.
           MOVE WS-SERIE TO TRC-T-SERIE-ANTIGO(WS-NUM-TROCAS).
           MOVE WS-LEITURA-FINAL TO TRC-T-LEITURA-FINAL(WS-NUM-TROCAS).
           MOVE CNT-T-SERIE(WS-CNT-NOVO)
               TO TRC-T-SERIE-NOVO(WS-NUM-TROCAS).
           MOVE WS-LEITURA-INICIAL
               TO TRC-T-LEITURA-INICIAL(WS-NUM-TROCAS).
           MOVE 0 TO TRC-T-PERIODO-FATURA(WS-NUM-TROCAS).
           PERFORM GRAVAR-TROCAS.
           PERFORM GRAVAR-CONTADORES.
           DISPLAY "TROCA REGISTADA - O PERIODO "
               TRC-T-PERIODO(WS-NUM-TROCAS)
               " FATURA O CONSUMO DOS DOIS CONTADORES.".
       FIM-TROCAR-CONTADOR.
           EXIT.

      * A base de consumo e sempre a ultima leitura REAL da conta (as
      * leituras das faturas estimadas ja incluem a estimativa).
       OBTER-ULTIMA-LEITURA.
           MOVE 0 TO WS-ULT-LEITURA.
           MOVE 0 TO WS-ULT-PERIODO.
           MOVE SPACES TO WS-AGUA-STATUS.
           OPEN INPUT FICHEIRO-AGUA.
           IF (WS-AGUA-STATUS = "00") THEN
               PERFORM UNTIL WS-AGUA-STATUS = "10"
                   READ FICHEIRO-AGUA NEXT
                       AT END MOVE "10" TO WS-AGUA-STATUS
                       NOT AT END
                           IF (AGUA-CONTA = WS-CONTA) AND
                              (AGUA-ESTIMADA NOT = "S") AND
                              (AGUA-PERIODO >= WS-ULT-PERIODO) THEN
                               MOVE AGUA-PERIODO TO WS-ULT-PERIODO
                               MOVE AGUA-LEITURA-ATUAL
                                   TO WS-ULT-LEITURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AGUA
           END-IF.
           MOVE SPACES TO WS-AGUA-STATUS.

      * Contadores montados ou em armazem com a calibracao vencida ou a
      * vencer nos proximos WS-DIAS-AVISO dias, e contadores montados
      * ha mais anos do que a vida util legal.
       RELATORIO-CALIBRACAO.
           MOVE 0 TO WS-NUM-ALERTAS.
           COMPUTE WS-LIMITE-AVISO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + WS-DIAS-AVISO).
           OPEN OUTPUT CONTADORES-CALIBRACAO.
           MOVE SPACES TO CALIBRACAO-LINHA.
           STRING "CONTADORES A CALIBRAR OU SUBSTITUIR - " WS-HOJE
               DELIMITED BY SIZE INTO CALIBRACAO-LINHA.
           WRITE CALIBRACAO-LINHA.
           MOVE "SERIE        CONTA      E CALIBRAR INSTALADO MOTIVO"
               TO CALIBRACAO-LINHA.
           WRITE CALIBRACAO-LINHA.
           PERFORM VARYING IDX-CNT FROM 1 BY 1
               UNTIL IDX-CNT > WS-NUM-CONTADORES
               IF (CNT-T-ESTADO(IDX-CNT) NOT = "R") THEN
                   PERFORM AVALIAR-CONTADOR
               END-IF
           END-PERFORM.
           CLOSE CONTADORES-CALIBRACAO.
           DISPLAY WS-NUM-ALERTAS " CONTADOR(ES) A TRATAR - LISTA EM"
               " CONTADORES-CALIBRACAO.TXT".

       AVALIAR-CONTADOR.
           MOVE SPACES TO WS-MOTIVO-CAL.
           MOVE SPACES TO WS-MOTIVO-VIDA.
           IF (CNT-T-DATA-CALIBRACAO(IDX-CNT) <= WS-HOJE) THEN
               MOVE "CALIBRACAO VENCIDA" TO WS-MOTIVO-CAL
           ELSE
               IF (CNT-T-DATA-CALIBRACAO(IDX-CNT) <= WS-LIMITE-AVISO)
                   THEN
                   MOVE "CALIBRACAO A VENCER" TO WS-MOTIVO-CAL
               END-IF
           END-IF.
           IF (CNT-T-DATA-INSTALACAO(IDX-CNT) > 0) THEN
               COMPUTE WS-FIM-VIDA-UTIL =
                   CNT-T-DATA-INSTALACAO(IDX-CNT) +
                   (WS-VIDA-UTIL-ANOS * 10000)
               IF (WS-FIM-VIDA-UTIL <= WS-HOJE) THEN
                   MOVE "VIDA UTIL ESGOTADA" TO WS-MOTIVO-VIDA
               END-IF
           END-IF.
           IF (WS-MOTIVO-CAL NOT = SPACES) OR
              (WS-MOTIVO-VIDA NOT = SPACES) THEN
               ADD 1 TO WS-NUM-ALERTAS
               MOVE SPACES TO CALIBRACAO-LINHA
               STRING CNT-T-SERIE(IDX-CNT) " "
                   CNT-T-CONTA(IDX-CNT) " "
                   CNT-T-ESTADO(IDX-CNT) " "
                   CNT-T-DATA-CALIBRACAO(IDX-CNT) " "
                   CNT-T-DATA-INSTALACAO(IDX-CNT) " "
                   WS-MOTIVO-CAL " " WS-MOTIVO-VIDA
                   DELIMITED BY SIZE INTO CALIBRACAO-LINHA
               WRITE CALIBRACAO-LINHA
               DISPLAY CNT-T-SERIE(IDX-CNT) " "
                   CNT-T-CONTA(IDX-CNT) " "
                   WS-MOTIVO-CAL " " WS-MOTIVO-VIDA
           END-IF.

       COPY "CONTADORES-AGUA-PROC.cpy".

       COPY "TROCAS-CONTADOR-PROC.cpy".

       END PROGRAM T01_11-CONTADORES.
