      ******************************************************************
      * Author:
      * Date:
      * Purpose: Comparacao entre duas eleicoes a partir do ficheiro
      *          de auditoria VOTOS-AUDITORIA.DAT - votos, percentagem
      *          e mandatos (metodo de Hondt) de cada candidato, a
      *          variacao em pontos percentuais e a participacao, por
      *          mesa e no total, assinalando as mesas onde mudou o
      *          candidato mais votado (COMPARACAO-ELEICOES.TXT). Grava
      *          tambem os resultados oficiais da eleicao atual, por
      *          mesa e no total, no ficheiro estruturado para
      *          publicacao no sitio do municipio
      *          (RESULTADOS-PUBLICACAO.TXT, campos separados por ";").
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T01_06-COMPARA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "VOTOS-SELECT.cpy".
           SELECT FICHEIRO-MESAS ASSIGN TO "MESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MESAS-STATUS.
           SELECT COMPARACAO-ELEICOES
               ASSIGN TO "COMPARACAO-ELEICOES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESULTADOS-PUBLICACAO
               ASSIGN TO "RESULTADOS-PUBLICACAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "VOTOS-FD.cpy".

       FD  FICHEIRO-MESAS.
       01  REG-MESA.
           05 MSA-CODIGO          PIC X(05).
           05 MSA-LOCAL           PIC X(20).
           05 MSA-ELEITORES       PIC 9(06).
           05 MSA-ELEICAO         PIC X(04).

       FD  COMPARACAO-ELEICOES.
       01  COMPARACAO-LINHA       PIC X(80).

       FD  RESULTADOS-PUBLICACAO.
       01  PUBLICACAO-LINHA       PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-VOTOS-STATUS        PIC XX VALUES SPACES.
       77 WS-MESAS-STATUS        PIC XX VALUES SPACES.
       77 IDX-ELE                PIC 9(01) VALUES 0.
       77 WS-ELE-ACHADA          PIC 9(01) VALUES 0.
       77 IDX-CAND               PIC 9(02) VALUES 0.
       77 WS-CAND-ACHADO         PIC 9(02) VALUES 0.
       77 WS-MESA-ACHADA         PIC 9(03) VALUES 0.
       77 WS-MESA                PIC X(05) VALUES SPACES.
       77 WS-MANDATO             PIC 9(03) VALUES 0.
       77 WS-QUOCIENTE           PIC 9(09)V99 VALUES 0.
       77 WS-MELHOR-QUOCIENTE    PIC 9(09)V99 VALUES 0.
       77 WS-MELHOR-CAND         PIC 9(02) VALUES 0.
       77 WS-MUDANCAS-LIDER      PIC 9(03) VALUES 0.
       77 WS-LIDER-ATUAL         PIC 9(02) VALUES 0.
       77 WS-LIDER-ANTERIOR      PIC 9(02) VALUES 0.
       77 WS-MAIOR-VOTOS         PIC 9(08) VALUES 0.
      * Valores da linha a imprimir (eleicao atual e anterior).
       77 WS-VOTOS-ATU           PIC 9(08) VALUES 0.
       77 WS-VOTOS-ANT           PIC 9(08) VALUES 0.
       77 WS-BASE-ATU            PIC 9(09) VALUES 0.
       77 WS-BASE-ANT            PIC 9(09) VALUES 0.
       77 WS-PCT-ATU             PIC 9(03)V99 VALUES 0.
       77 WS-PCT-ANT             PIC 9(03)V99 VALUES 0.
       77 WS-VARIACAO            PIC S9(03)V99 VALUES 0.
       77 WS-VOTANTES            PIC 9(09) VALUES 0.
       77 WS-INSCRITOS           PIC 9(09) VALUES 0.
       77 WS-FORMAT-VOTOS        PIC ZZZZZZZ9.
       77 WS-FORMAT-VOTOS2       PIC ZZZZZZZ9.
       77 WS-FORMAT-PCT          PIC ZZ9.99.
       77 WS-FORMAT-PCT2         PIC ZZ9.99.
       77 WS-FORMAT-VAR          PIC ---9.99.
       77 WS-FORMAT-MAND         PIC ZZ9.
       77 WS-FORMAT-MAND2        PIC ZZ9.
       77 WS-MAND-ATU            PIC X(03) VALUES SPACES.
       77 WS-MAND-ANT            PIC X(03) VALUES SPACES.
       77 WS-ROTULO              PIC X(20) VALUES SPACES.
       77 WS-TIPO-PUB            PIC X(05) VALUES SPACES.
       77 WS-MESA-PUB            PIC X(05) VALUES SPACES.

      * Posicao 1 = eleicao atual, 2 = eleicao anterior.
       01 WS-TABELA-ELEICOES.
           05 EL-ITEM OCCURS 2 TIMES.
               10 EL-DATA         PIC 9(08).
               10 EL-CODIGO       PIC X(04).
               10 EL-MANDATOS     PIC 9(03).
               10 EL-BRANCOS      PIC 9(08).
               10 EL-NULOS        PIC 9(08).
               10 EL-VALIDOS      PIC 9(09).
               10 EL-INSCRITOS    PIC 9(09).
               10 EL-REGISTOS     PIC 9(07).
       01 WS-TABELA-CANDIDATOS.
           05 WS-NUM-CANDIDATOS  PIC 9(02) VALUES 0.
           05 WS-CAND-TRUNCADA   PIC A VALUES "N".
           05 CMP-CAND OCCURS 20 TIMES.
               10 CMP-NOME        PIC X(20).
               10 CMP-VOTOS       PIC 9(08) OCCURS 2 TIMES.
               10 CMP-MANDATOS    PIC 9(03) OCCURS 2 TIMES.
       01 WS-TABELA-MESAS.
           05 WS-NUM-MESAS       PIC 9(03) VALUES 0.
           05 WS-MESAS-TRUNCADA  PIC A VALUES "N".
           05 CMP-MESA OCCURS 200 TIMES INDEXED BY IDX-MESA.
               10 CMP-MESA-CODIGO PIC X(05).
               10 CMP-MESA-ELE OCCURS 2 TIMES.
                   15 CMP-MESA-INSCRITOS PIC 9(06).
                   15 CMP-MESA-BRANCOS   PIC 9(06).
                   15 CMP-MESA-NULOS     PIC 9(06).
                   15 CMP-MESA-VALIDOS   PIC 9(07).
                   15 CMP-MESA-VOTOS     PIC 9(06) OCCURS 20 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== COMPARACAO ENTRE ELEICOES ===".
           INITIALIZE WS-TABELA-ELEICOES.
           INITIALIZE WS-TABELA-CANDIDATOS.
           INITIALIZE WS-TABELA-MESAS.
           DISPLAY "ELEICAO ATUAL - DATA (AAAAMMDD): "
               WITH NO ADVANCING.
           ACCEPT EL-DATA(1).
           DISPLAY "ELEICAO ATUAL - CODIGO (ENTER=TODAS): "
               WITH NO ADVANCING.
           ACCEPT EL-CODIGO(1).
           DISPLAY "ELEICAO ATUAL - MANDATOS A DISTRIBUIR: "
               WITH NO ADVANCING.
           ACCEPT EL-MANDATOS(1).
           DISPLAY "ELEICAO ANTERIOR - DATA (AAAAMMDD): "
               WITH NO ADVANCING.
           ACCEPT EL-DATA(2).
           DISPLAY "ELEICAO ANTERIOR - CODIGO (ENTER=TODAS): "
               WITH NO ADVANCING.
           ACCEPT EL-CODIGO(2).
           DISPLAY "ELEICAO ANTERIOR - MANDATOS A DISTRIBUIR: "
               WITH NO ADVANCING.
           ACCEPT EL-MANDATOS(2).
           MOVE FUNCTION UPPER-CASE(EL-CODIGO(1)) TO EL-CODIGO(1).
           MOVE FUNCTION UPPER-CASE(EL-CODIGO(2)) TO EL-CODIGO(2).
           IF (EL-DATA(1) = EL-DATA(2)) AND
              (EL-CODIGO(1) = EL-CODIGO(2)) THEN
               DISPLAY "AS DUAS ELEICOES SAO A MESMA!"
               STOP RUN
           END-IF.
           PERFORM RECONSTRUIR-VOTOS.
           IF (EL-REGISTOS(1) = 0) OR (EL-REGISTOS(2) = 0) THEN
               DISPLAY "SEM REGISTOS DE AUDITORIA PARA UMA DAS "
                   "ELEICOES (ATUAL " EL-REGISTOS(1) ", ANTERIOR "
                   EL-REGISTOS(2) ")."
               STOP RUN
           END-IF.
           IF (WS-CAND-TRUNCADA = "S") THEN
               DISPLAY "AVISO: MAIS DE 20 CANDIDATOS - OS RESTANTES "
                   "NAO ENTRAM NA COMPARACAO."
           END-IF.
           IF (WS-MESAS-TRUNCADA = "S") THEN
               DISPLAY "AVISO: MAIS DE 200 MESAS - AS RESTANTES SO "
                   "ENTRAM NOS TOTAIS."
           END-IF.
           PERFORM CARREGAR-INSCRITOS.
           PERFORM VARYING IDX-ELE FROM 1 BY 1 UNTIL IDX-ELE > 2
               PERFORM DISTRIBUIR-MANDATOS
           END-PERFORM.
           PERFORM ESCREVER-COMPARACAO.
           PERFORM ESCREVER-PUBLICACAO.
           DISPLAY "MESAS COM MUDANCA DO MAIS VOTADO: "
               WS-MUDANCAS-LIDER.
           DISPLAY "COMPARACAO ESCRITA EM COMPARACAO-ELEICOES.TXT".
           DISPLAY "RESULTADOS PARA PUBLICACAO EM "
               "RESULTADOS-PUBLICACAO.TXT".
           STOP RUN.

       RECONSTRUIR-VOTOS.
           MOVE SPACES TO WS-VOTOS-STATUS.
           OPEN INPUT FICHEIRO-VOTOS.
           IF (WS-VOTOS-STATUS = "00") THEN
               PERFORM UNTIL WS-VOTOS-STATUS = "10"
                   READ FICHEIRO-VOTOS
                       AT END MOVE "10" TO WS-VOTOS-STATUS
                       NOT AT END PERFORM CLASSIFICAR-VOTO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-VOTOS.

      * Cada registo de auditoria pertence a eleicao atual, a
      * anterior ou a nenhuma (mesma data e, se indicado, codigo).
       CLASSIFICAR-VOTO.
           MOVE 0 TO WS-ELE-ACHADA.
           PERFORM VARYING IDX-ELE FROM 2 BY -1 UNTIL IDX-ELE < 1
               IF (VOT-DATA = EL-DATA(IDX-ELE)) AND
                  ((EL-CODIGO(IDX-ELE) = SPACES) OR
                   (VOT-ELEICAO = EL-CODIGO(IDX-ELE))) THEN
                   MOVE IDX-ELE TO WS-ELE-ACHADA
               END-IF
           END-PERFORM.
           IF (WS-ELE-ACHADA > 0) THEN
               MOVE WS-ELE-ACHADA TO IDX-ELE
               ADD 1 TO EL-REGISTOS(IDX-ELE)
               MOVE VOT-MESA TO WS-MESA
               PERFORM LOCALIZAR-MESA
               PERFORM ACUMULAR-VOTO
           END-IF.

       ACUMULAR-VOTO.
           EVALUATE VOT-CANDIDATO
               WHEN "BRANCOS"
                   ADD VOT-VOTOS TO EL-BRANCOS(IDX-ELE)
                   IF (WS-MESA-ACHADA > 0) THEN
                       ADD VOT-VOTOS TO
                           CMP-MESA-BRANCOS(WS-MESA-ACHADA IDX-ELE)
                   END-IF
               WHEN "NULOS"
                   ADD VOT-VOTOS TO EL-NULOS(IDX-ELE)
                   IF (WS-MESA-ACHADA > 0) THEN
                       ADD VOT-VOTOS TO
                           CMP-MESA-NULOS(WS-MESA-ACHADA IDX-ELE)
                   END-IF
               WHEN OTHER
                   PERFORM LOCALIZAR-CANDIDATO
                   IF (WS-CAND-ACHADO > 0) THEN
                       ADD VOT-VOTOS TO
                           CMP-VOTOS(WS-CAND-ACHADO IDX-ELE)
                       ADD VOT-VOTOS TO EL-VALIDOS(IDX-ELE)
                       IF (WS-MESA-ACHADA > 0) THEN
                           ADD VOT-VOTOS TO CMP-MESA-VOTOS
                               (WS-MESA-ACHADA IDX-ELE WS-CAND-ACHADO)
                           ADD VOT-VOTOS TO
                               CMP-MESA-VALIDOS(WS-MESA-ACHADA IDX-ELE)
                       END-IF
                   END-IF
           END-EVALUATE.

      * Os candidatos das duas eleicoes casam pelo nome (lista).
       LOCALIZAR-CANDIDATO.
           MOVE 0 TO WS-CAND-ACHADO.
           PERFORM VARYING IDX-CAND FROM 1 BY 1
               UNTIL IDX-CAND > WS-NUM-CANDIDATOS
               IF (CMP-NOME(IDX-CAND) = VOT-CANDIDATO) THEN
                   MOVE IDX-CAND TO WS-CAND-ACHADO
               END-IF
           END-PERFORM.
           IF (WS-CAND-ACHADO = 0) THEN
               IF (WS-NUM-CANDIDATOS < 20) THEN
                   ADD 1 TO WS-NUM-CANDIDATOS
                   MOVE WS-NUM-CANDIDATOS TO WS-CAND-ACHADO
                   MOVE VOT-CANDIDATO TO CMP-NOME(WS-CAND-ACHADO)
               ELSE
                   MOVE "S" TO WS-CAND-TRUNCADA
               END-IF
           END-IF.

       LOCALIZAR-MESA.
           MOVE 0 TO WS-MESA-ACHADA.
           PERFORM VARYING IDX-MESA FROM 1 BY 1
               UNTIL IDX-MESA > WS-NUM-MESAS OR WS-MESA-ACHADA > 0
               IF (CMP-MESA-CODIGO(IDX-MESA) = WS-MESA) THEN
                   SET WS-MESA-ACHADA TO IDX-MESA
               END-IF
           END-PERFORM.
           IF (WS-MESA-ACHADA = 0) AND (VOT-MESA NOT = SPACES) THEN
               IF (WS-NUM-MESAS < 200) THEN
                   ADD 1 TO WS-NUM-MESAS
                   MOVE WS-NUM-MESAS TO WS-MESA-ACHADA
                   MOVE WS-MESA TO CMP-MESA-CODIGO(WS-MESA-ACHADA)
               ELSE
                   MOVE "S" TO WS-MESAS-TRUNCADA
               END-IF
           END-IF.

      * Inscritos de cada mesa em cada eleicao, dos ficheiros mestres
      * (registo com o codigo da eleicao ou sem codigo).
       CARREGAR-INSCRITOS.
           MOVE SPACES TO WS-MESAS-STATUS.
           OPEN INPUT FICHEIRO-MESAS.
           IF (WS-MESAS-STATUS = "00") THEN
               PERFORM UNTIL WS-MESAS-STATUS = "10"
                   READ FICHEIRO-MESAS
                       AT END MOVE "10" TO WS-MESAS-STATUS
                       NOT AT END PERFORM ASSOCIAR-INSCRITOS
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-MESAS.

       ASSOCIAR-INSCRITOS.
           MOVE 0 TO WS-MESA-ACHADA.
           PERFORM VARYING IDX-MESA FROM 1 BY 1
               UNTIL IDX-MESA > WS-NUM-MESAS OR WS-MESA-ACHADA > 0
               IF (CMP-MESA-CODIGO(IDX-MESA) = MSA-CODIGO) THEN
                   SET WS-MESA-ACHADA TO IDX-MESA
               END-IF
           END-PERFORM.
           IF (WS-MESA-ACHADA > 0) THEN
               PERFORM VARYING IDX-ELE FROM 1 BY 1 UNTIL IDX-ELE > 2
                   IF (CMP-MESA-INSCRITOS(WS-MESA-ACHADA IDX-ELE) = 0)
                      AND ((MSA-ELEICAO = EL-CODIGO(IDX-ELE)) OR
                           (MSA-ELEICAO = SPACES) OR
                           (EL-CODIGO(IDX-ELE) = SPACES)) THEN
                       MOVE MSA-ELEITORES TO
                           CMP-MESA-INSCRITOS(WS-MESA-ACHADA IDX-ELE)
                       ADD MSA-ELEITORES TO EL-INSCRITOS(IDX-ELE)
                   END-IF
               END-PERFORM
           END-IF.

      * Metodo de Hondt, como no apuramento oficial: em cada mandato
      * ganha o maior quociente votos / (mandatos ja atribuidos + 1).
       DISTRIBUIR-MANDATOS.
           PERFORM VARYING WS-MANDATO FROM 1 BY 1
               UNTIL WS-MANDATO > EL-MANDATOS(IDX-ELE)
               MOVE 0 TO WS-MELHOR-QUOCIENTE
               MOVE 0 TO WS-MELHOR-CAND
               PERFORM VARYING IDX-CAND FROM 1 BY 1
                   UNTIL IDX-CAND > WS-NUM-CANDIDATOS
                   COMPUTE WS-QUOCIENTE =
                       CMP-VOTOS(IDX-CAND IDX-ELE) /
                       (CMP-MANDATOS(IDX-CAND IDX-ELE) + 1)
                   IF (WS-QUOCIENTE > WS-MELHOR-QUOCIENTE) THEN
                       MOVE WS-QUOCIENTE TO WS-MELHOR-QUOCIENTE
                       MOVE IDX-CAND TO WS-MELHOR-CAND
                   END-IF
               END-PERFORM
               IF (WS-MELHOR-CAND > 0) THEN
                   ADD 1 TO CMP-MANDATOS(WS-MELHOR-CAND IDX-ELE)
               END-IF
           END-PERFORM.

       ESCREVER-COMPARACAO.
           MOVE 0 TO WS-MUDANCAS-LIDER.
           OPEN OUTPUT COMPARACAO-ELEICOES.
           MOVE ALL "=" TO COMPARACAO-LINHA.
           WRITE COMPARACAO-LINHA.
           MOVE SPACES TO COMPARACAO-LINHA.
           STRING "COMPARACAO DE ELEICOES - ATUAL " EL-CODIGO(1)
               " DE " EL-DATA(1) "  ANTERIOR " EL-CODIGO(2)
               " DE " EL-DATA(2)
               DELIMITED BY SIZE INTO COMPARACAO-LINHA.
           WRITE COMPARACAO-LINHA.
           MOVE ALL "=" TO COMPARACAO-LINHA.
           WRITE COMPARACAO-LINHA.
           PERFORM VARYING IDX-MESA FROM 1 BY 1
               UNTIL IDX-MESA > WS-NUM-MESAS
               PERFORM COMPARAR-MESA
           END-PERFORM.
           PERFORM COMPARAR-TOTAL.
           CLOSE COMPARACAO-ELEICOES.

       COMPARAR-MESA.
           MOVE SPACES TO COMPARACAO-LINHA.
           WRITE COMPARACAO-LINHA.
           MOVE SPACES TO COMPARACAO-LINHA.
           STRING "MESA " CMP-MESA-CODIGO(IDX-MESA)
               DELIMITED BY SIZE INTO COMPARACAO-LINHA.
           WRITE COMPARACAO-LINHA.
           PERFORM CABECALHO-COMPARACAO.
           COMPUTE WS-BASE-ATU = CMP-MESA-VALIDOS(IDX-MESA 1).
           COMPUTE WS-BASE-ANT = CMP-MESA-VALIDOS(IDX-MESA 2).
           PERFORM VARYING IDX-CAND FROM 1 BY 1
               UNTIL IDX-CAND > WS-NUM-CANDIDATOS
               MOVE CMP-NOME(IDX-CAND) TO WS-ROTULO
               MOVE CMP-MESA-VOTOS(IDX-MESA 1 IDX-CAND)
                   TO WS-VOTOS-ATU
               MOVE CMP-MESA-VOTOS(IDX-MESA 2 IDX-CAND)
                   TO WS-VOTOS-ANT
               MOVE SPACES TO WS-MAND-ATU
               MOVE SPACES TO WS-MAND-ANT
               PERFORM LINHA-COMPARACAO
           END-PERFORM.
           MOVE CMP-MESA-INSCRITOS(IDX-MESA 1) TO WS-INSCRITOS.
           COMPUTE WS-VOTANTES = CMP-MESA-BRANCOS(IDX-MESA 1) +
               CMP-MESA-NULOS(IDX-MESA 1) +
               CMP-MESA-VALIDOS(IDX-MESA 1).
           MOVE WS-VOTANTES TO WS-VOTOS-ATU.
           MOVE WS-INSCRITOS TO WS-BASE-ATU.
           MOVE CMP-MESA-INSCRITOS(IDX-MESA 2) TO WS-INSCRITOS.
           COMPUTE WS-VOTANTES = CMP-MESA-BRANCOS(IDX-MESA 2) +
               CMP-MESA-NULOS(IDX-MESA 2) +
               CMP-MESA-VALIDOS(IDX-MESA 2).
           MOVE WS-VOTANTES TO WS-VOTOS-ANT.
           MOVE WS-INSCRITOS TO WS-BASE-ANT.
           PERFORM LINHA-PARTICIPACAO.
           PERFORM VERIFICAR-LIDER-MESA.

      * Mais votado em cada eleicao na mesa; so ha mudanca quando as
      * duas eleicoes tem votos validos na mesa.
       VERIFICAR-LIDER-MESA.
           MOVE 0 TO WS-LIDER-ATUAL.
           MOVE 0 TO WS-LIDER-ANTERIOR.
           MOVE 0 TO WS-MAIOR-VOTOS.
           PERFORM VARYING IDX-CAND FROM 1 BY 1
               UNTIL IDX-CAND > WS-NUM-CANDIDATOS
               IF (CMP-MESA-VOTOS(IDX-MESA 1 IDX-CAND) >
                   WS-MAIOR-VOTOS) THEN
                   MOVE CMP-MESA-VOTOS(IDX-MESA 1 IDX-CAND)
                       TO WS-MAIOR-VOTOS
                   MOVE IDX-CAND TO WS-LIDER-ATUAL
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-MAIOR-VOTOS.
           PERFORM VARYING IDX-CAND FROM 1 BY 1
               UNTIL IDX-CAND > WS-NUM-CANDIDATOS
               IF (CMP-MESA-VOTOS(IDX-MESA 2 IDX-CAND) >
                   WS-MAIOR-VOTOS) THEN
                   MOVE CMP-MESA-VOTOS(IDX-MESA 2 IDX-CAND)
                       TO WS-MAIOR-VOTOS
                   MOVE IDX-CAND TO WS-LIDER-ANTERIOR
               END-IF
           END-PERFORM.
           IF (WS-LIDER-ATUAL > 0) AND (WS-LIDER-ANTERIOR > 0) AND
              (WS-LIDER-ATUAL NOT = WS-LIDER-ANTERIOR) THEN
               ADD 1 TO WS-MUDANCAS-LIDER
               MOVE SPACES TO COMPARACAO-LINHA
               STRING "*** MUDOU O MAIS VOTADO: " DELIMITED BY SIZE
                   CMP-NOME(WS-LIDER-ANTERIOR) DELIMITED BY "  "
                   " -> " DELIMITED BY SIZE
                   CMP-NOME(WS-LIDER-ATUAL) DELIMITED BY "  "
                   " ***" DELIMITED BY SIZE
                   INTO COMPARACAO-LINHA
               WRITE COMPARACAO-LINHA
               DISPLAY "MESA " CMP-MESA-CODIGO(IDX-MESA)
                   ": MUDOU O MAIS VOTADO "
                   CMP-NOME(WS-LIDER-ANTERIOR) " -> "
                   CMP-NOME(WS-LIDER-ATUAL)
           END-IF.

       COMPARAR-TOTAL.
           MOVE SPACES TO COMPARACAO-LINHA.
           WRITE COMPARACAO-LINHA.
           MOVE "TOTAL DO CONCELHO" TO COMPARACAO-LINHA.
           WRITE COMPARACAO-LINHA.
           PERFORM CABECALHO-COMPARACAO.
           MOVE EL-VALIDOS(1) TO WS-BASE-ATU.
           MOVE EL-VALIDOS(2) TO WS-BASE-ANT.
           PERFORM VARYING IDX-CAND FROM 1 BY 1
               UNTIL IDX-CAND > WS-NUM-CANDIDATOS
               MOVE CMP-NOME(IDX-CAND) TO WS-ROTULO
               MOVE CMP-VOTOS(IDX-CAND 1) TO WS-VOTOS-ATU
               MOVE CMP-VOTOS(IDX-CAND 2) TO WS-VOTOS-ANT
               MOVE CMP-MANDATOS(IDX-CAND 1) TO WS-FORMAT-MAND
               MOVE CMP-MANDATOS(IDX-CAND 2) TO WS-FORMAT-MAND2
               MOVE WS-FORMAT-MAND TO WS-MAND-ATU
               MOVE WS-FORMAT-MAND2 TO WS-MAND-ANT
               PERFORM LINHA-COMPARACAO
           END-PERFORM.
           COMPUTE WS-VOTOS-ATU =
               EL-BRANCOS(1) + EL-NULOS(1) + EL-VALIDOS(1).
           COMPUTE WS-VOTOS-ANT =
               EL-BRANCOS(2) + EL-NULOS(2) + EL-VALIDOS(2).
           MOVE EL-INSCRITOS(1) TO WS-BASE-ATU.
           MOVE EL-INSCRITOS(2) TO WS-BASE-ANT.
           PERFORM LINHA-PARTICIPACAO.
           MOVE SPACES TO COMPARACAO-LINHA.
           STRING "MESAS COM MUDANCA DO MAIS VOTADO: "
               WS-MUDANCAS-LIDER
               DELIMITED BY SIZE INTO COMPARACAO-LINHA.
           WRITE COMPARACAO-LINHA.
           MOVE ALL "=" TO COMPARACAO-LINHA.
           WRITE COMPARACAO-LINHA.

       CABECALHO-COMPARACAO.
           MOVE "CANDIDATO               ATUAL      %  MAN    ANTERIOR"
               TO COMPARACAO-LINHA.
           MOVE "    %  MAN  DIF P.P." TO COMPARACAO-LINHA(56:).
           WRITE COMPARACAO-LINHA.

      * Votos, percentagem sobre a base (validos) e variacao em
      * pontos percentuais entre as duas eleicoes.
       LINHA-COMPARACAO.
           PERFORM CALCULAR-PERCENTAGENS.
           MOVE WS-VOTOS-ATU TO WS-FORMAT-VOTOS.
           MOVE WS-VOTOS-ANT TO WS-FORMAT-VOTOS2.
           MOVE SPACES TO COMPARACAO-LINHA.
           STRING WS-ROTULO " " WS-FORMAT-VOTOS " " WS-FORMAT-PCT
               "  " WS-MAND-ATU "    " WS-FORMAT-VOTOS2 " "
               WS-FORMAT-PCT2 "  " WS-MAND-ANT "   "
               WS-FORMAT-VAR
               DELIMITED BY SIZE INTO COMPARACAO-LINHA.
           WRITE COMPARACAO-LINHA.

      * Participacao = votantes / inscritos; sem inscritos nos
      * mestres fica a zero.
       LINHA-PARTICIPACAO.
           PERFORM CALCULAR-PERCENTAGENS.
           MOVE WS-VOTOS-ATU TO WS-FORMAT-VOTOS.
           MOVE WS-VOTOS-ANT TO WS-FORMAT-VOTOS2.
           MOVE SPACES TO COMPARACAO-LINHA.
           STRING "PARTICIPACAO         " WS-FORMAT-VOTOS " "
               WS-FORMAT-PCT "         " WS-FORMAT-VOTOS2 " "
               WS-FORMAT-PCT2 "        " WS-FORMAT-VAR
               DELIMITED BY SIZE INTO COMPARACAO-LINHA.
           WRITE COMPARACAO-LINHA.

       CALCULAR-PERCENTAGENS.
           MOVE 0 TO WS-PCT-ATU.
           MOVE 0 TO WS-PCT-ANT.
           IF (WS-BASE-ATU > 0) THEN
               COMPUTE WS-PCT-ATU ROUNDED =
                   WS-VOTOS-ATU * 100 / WS-BASE-ATU
           END-IF.
           IF (WS-BASE-ANT > 0) THEN
               COMPUTE WS-PCT-ANT ROUNDED =
                   WS-VOTOS-ANT * 100 / WS-BASE-ANT
           END-IF.
           COMPUTE WS-VARIACAO = WS-PCT-ATU - WS-PCT-ANT.
           MOVE WS-PCT-ATU TO WS-FORMAT-PCT.
           MOVE WS-PCT-ANT TO WS-FORMAT-PCT2.
           MOVE WS-VARIACAO TO WS-FORMAT-VAR.

      * Ficheiro de publicacao da eleicao atual: uma linha por mesa e
      * candidato e as mesmas linhas para o total do concelho, com os
      * mandatos so no total.
       ESCREVER-PUBLICACAO.
           MOVE 1 TO IDX-ELE.
           OPEN OUTPUT RESULTADOS-PUBLICACAO.
           MOVE "REGISTO;ELEICAO;DATA;MESA;CANDIDATO;VOTOS;PERCENTAGEM;"
               TO PUBLICACAO-LINHA.
           MOVE "MANDATOS" TO PUBLICACAO-LINHA(55:).
           WRITE PUBLICACAO-LINHA.
           MOVE "MESA" TO WS-TIPO-PUB.
           PERFORM VARYING IDX-MESA FROM 1 BY 1
               UNTIL IDX-MESA > WS-NUM-MESAS
               IF (CMP-MESA-VALIDOS(IDX-MESA 1) > 0) OR
                  (CMP-MESA-BRANCOS(IDX-MESA 1) > 0) OR
                  (CMP-MESA-NULOS(IDX-MESA 1) > 0) THEN
                   PERFORM PUBLICAR-MESA
               END-IF
           END-PERFORM.
           MOVE "TOTAL" TO WS-TIPO-PUB.
           MOVE SPACES TO WS-MESA-PUB.
           MOVE EL-VALIDOS(1) TO WS-BASE-ATU.
           PERFORM VARYING IDX-CAND FROM 1 BY 1
               UNTIL IDX-CAND > WS-NUM-CANDIDATOS
               MOVE CMP-NOME(IDX-CAND) TO WS-ROTULO
               MOVE CMP-VOTOS(IDX-CAND 1) TO WS-VOTOS-ATU
               MOVE CMP-MANDATOS(IDX-CAND 1) TO WS-FORMAT-MAND
               PERFORM LINHA-PUBLICACAO
           END-PERFORM.
           COMPUTE WS-VOTANTES =
               EL-BRANCOS(1) + EL-NULOS(1) + EL-VALIDOS(1).
           MOVE WS-VOTANTES TO WS-BASE-ATU.
           MOVE EL-BRANCOS(1) TO WS-VOTOS-ATU.
           MOVE "BRANCOS" TO WS-ROTULO.
           PERFORM LINHA-PUBLICACAO-SEM-MANDATOS.
           MOVE EL-NULOS(1) TO WS-VOTOS-ATU.
           MOVE "NULOS" TO WS-ROTULO.
           PERFORM LINHA-PUBLICACAO-SEM-MANDATOS.
           MOVE EL-INSCRITOS(1) TO WS-BASE-ATU.
           MOVE WS-VOTANTES TO WS-VOTOS-ATU.
           MOVE "VOTANTES" TO WS-ROTULO.
           PERFORM LINHA-PUBLICACAO-SEM-MANDATOS.
           CLOSE RESULTADOS-PUBLICACAO.

       PUBLICAR-MESA.
           MOVE CMP-MESA-CODIGO(IDX-MESA) TO WS-MESA-PUB.
           MOVE CMP-MESA-VALIDOS(IDX-MESA 1) TO WS-BASE-ATU.
           PERFORM VARYING IDX-CAND FROM 1 BY 1
               UNTIL IDX-CAND > WS-NUM-CANDIDATOS
               MOVE CMP-NOME(IDX-CAND) TO WS-ROTULO
               MOVE CMP-MESA-VOTOS(IDX-MESA 1 IDX-CAND)
                   TO WS-VOTOS-ATU
               PERFORM LINHA-PUBLICACAO-SEM-MANDATOS
           END-PERFORM.
           COMPUTE WS-VOTANTES = CMP-MESA-BRANCOS(IDX-MESA 1) +
               CMP-MESA-NULOS(IDX-MESA 1) +
               CMP-MESA-VALIDOS(IDX-MESA 1).
           MOVE WS-VOTANTES TO WS-BASE-ATU.
           MOVE CMP-MESA-BRANCOS(IDX-MESA 1) TO WS-VOTOS-ATU.
           MOVE "BRANCOS" TO WS-ROTULO.
           PERFORM LINHA-PUBLICACAO-SEM-MANDATOS.
           MOVE CMP-MESA-NULOS(IDX-MESA 1) TO WS-VOTOS-ATU.
           MOVE "NULOS" TO WS-ROTULO.
           PERFORM LINHA-PUBLICACAO-SEM-MANDATOS.
           MOVE CMP-MESA-INSCRITOS(IDX-MESA 1) TO WS-BASE-ATU.
           MOVE WS-VOTANTES TO WS-VOTOS-ATU.
           MOVE "VOTANTES" TO WS-ROTULO.
           PERFORM LINHA-PUBLICACAO-SEM-MANDATOS.

      * Candidatos: percentagem sobre os validos; brancos e nulos
      * sobre os votantes; votantes sobre os inscritos (participacao).
       LINHA-PUBLICACAO-SEM-MANDATOS.
           MOVE SPACES TO WS-MAND-ATU.
           PERFORM ESCREVER-LINHA-PUBLICACAO.

       LINHA-PUBLICACAO.
           MOVE WS-FORMAT-MAND TO WS-MAND-ATU.
           PERFORM ESCREVER-LINHA-PUBLICACAO.

       ESCREVER-LINHA-PUBLICACAO.
           MOVE 0 TO WS-PCT-ATU.
           IF (WS-BASE-ATU > 0) THEN
               COMPUTE WS-PCT-ATU ROUNDED =
                   WS-VOTOS-ATU * 100 / WS-BASE-ATU
           END-IF.
           MOVE WS-PCT-ATU TO WS-FORMAT-PCT.
           MOVE WS-VOTOS-ATU TO WS-FORMAT-VOTOS.
           MOVE SPACES TO PUBLICACAO-LINHA.
           STRING WS-TIPO-PUB DELIMITED BY SPACE
               ";" EL-CODIGO(1) ";" EL-DATA(1) ";"
               DELIMITED BY SIZE
               WS-MESA-PUB DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-ROTULO DELIMITED BY "  "
               ";" FUNCTION TRIM(WS-FORMAT-VOTOS)
               ";" FUNCTION TRIM(WS-FORMAT-PCT)
               ";" FUNCTION TRIM(WS-MAND-ATU)
               DELIMITED BY SIZE INTO PUBLICACAO-LINHA.
           WRITE PUBLICACAO-LINHA.

       END PROGRAM T01_06-COMPARA.
