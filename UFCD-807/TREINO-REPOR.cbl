      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma do modo de treino - mantem a fotografia
      *          dos ficheiros de dados em TREINO-BASE e refaz a copia
      *          de pratica em TREINO a partir dela no inicio de cada
      *          sessao de treino, para o formando trabalhar sempre
      *          sobre o mesmo ponto de partida sem tocar nos
      *          ficheiros reais (contadores e series de faturas
      *          incluidos). LK-TREINO-ACAO "F" tira uma fotografia
      *          nova dos ficheiros reais; "R" repoe a copia de
      *          pratica. A copia e feita ao ficheiro inteiro, pelo
      *          que serve tambem os mestres em organizacao INDEXED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREINO-REPOR.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-COMANDO             PIC X(120) VALUES SPACES.
       77 WS-CODIGO-SISTEMA      PIC 9(05) VALUES 0.
      * Pastas da fotografia e da copia de pratica, relativas a pasta
      * dos ficheiros reais.
       77 WS-PASTA-BASE          PIC X(11) VALUES "TREINO-BASE".
       77 WS-PASTA-TREINO        PIC X(06) VALUES "TREINO".

       LINKAGE SECTION.
       01 LK-TREINO-ACAO         PIC X(01).

       PROCEDURE DIVISION USING LK-TREINO-ACAO.
       INICIO-TREINO.
           IF (LK-TREINO-ACAO = "F") THEN
               PERFORM TIRAR-FOTOGRAFIA THRU FIM-TIRAR-FOTOGRAFIA
           ELSE
               PERFORM REPOR-TREINO THRU FIM-REPOR-TREINO
           END-IF.
           GOBACK.

      * A fotografia leva so os ficheiros de dados (.DAT e .CTL); os
      * relatorios e documentos impressos ficam de fora.
       TIRAR-FOTOGRAFIA.
           MOVE SPACES TO WS-COMANDO.
           STRING "rm -rf " DELIMITED BY SIZE
               WS-PASTA-BASE DELIMITED BY SIZE
               " && mkdir " DELIMITED BY SIZE
               WS-PASTA-BASE DELIMITED BY SIZE
               " && cp -p *.DAT *.CTL " DELIMITED BY SIZE
               WS-PASTA-BASE DELIMITED BY SIZE
               "/ 2>/dev/null" DELIMITED BY SIZE
               INTO WS-COMANDO.
           PERFORM EXECUTAR-COMANDO.
           DISPLAY "FOTOGRAFIA DE TREINO ATUALIZADA EM "
               WS-PASTA-BASE ".".

       FIM-TIRAR-FOTOGRAFIA.
           EXIT.

      * Sem fotografia ainda nao ha ponto de partida: tira-se a
      * primeira a partir dos ficheiros reais e segue-se a reposicao.
       REPOR-TREINO.
           MOVE SPACES TO WS-COMANDO.
           STRING "test -d " DELIMITED BY SIZE
               WS-PASTA-BASE DELIMITED BY SIZE
               INTO WS-COMANDO.
           PERFORM EXECUTAR-COMANDO.
           IF (WS-CODIGO-SISTEMA NOT = 0) THEN
               DISPLAY "SEM FOTOGRAFIA DE TREINO - A TIRAR A PRIMEIRA."
               PERFORM TIRAR-FOTOGRAFIA THRU FIM-TIRAR-FOTOGRAFIA
           END-IF.
           MOVE SPACES TO WS-COMANDO.
           STRING "rm -rf " DELIMITED BY SIZE
               WS-PASTA-TREINO DELIMITED BY SIZE
               " && mkdir " DELIMITED BY SIZE
               WS-PASTA-TREINO DELIMITED BY SIZE
               " && cp -p " DELIMITED BY SIZE
               WS-PASTA-BASE DELIMITED BY SIZE
               "/* " DELIMITED BY SIZE
               WS-PASTA-TREINO DELIMITED BY SIZE
               "/ 2>/dev/null" DELIMITED BY SIZE
               INTO WS-COMANDO.
           PERFORM EXECUTAR-COMANDO.
           IF (WS-CODIGO-SISTEMA NOT = 0) THEN
               DISPLAY "AVISO: COPIA DE TREINO INCOMPLETA (CODIGO "
                   WS-CODIGO-SISTEMA ")."
               GO FIM-REPOR-TREINO
           END-IF.
           DISPLAY "DADOS DE TREINO REPOSTOS A PARTIR DE "
               WS-PASTA-BASE ".".

       FIM-REPOR-TREINO.
           EXIT.

      * O codigo vem do sistema com o estado de saida nos bits altos.
       EXECUTAR-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           MOVE RETURN-CODE TO WS-CODIGO-SISTEMA.
           MOVE 0 TO RETURN-CODE.
           IF (WS-CODIGO-SISTEMA >= 256) THEN
               DIVIDE WS-CODIGO-SISTEMA BY 256
                   GIVING WS-CODIGO-SISTEMA
           END-IF.

       END PROGRAM TREINO-REPOR.
