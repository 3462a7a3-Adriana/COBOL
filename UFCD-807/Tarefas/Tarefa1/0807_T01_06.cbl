      ******************************************************************
      * Author:
      * Date:
      * Purpose: Apuramento da noite eleitoral por mesa de voto, com
      *          ata de cada mesa (ATAS-MESA.TXT) onde os boletins
      *          contados sao conferidos com os inscritos e com os
      *          votantes descarregados nos cadernos eleitorais.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "OPERADOR-SESSAO-SELECT.cpy".
           SELECT ATAS-MESA ASSIGN TO "ATAS-MESA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CADERNO-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "VOTOS-FD.cpy".
           COPY "OPERADOR-SESSAO-FD.cpy".
           COPY "CADERNO-FD.cpy".

       FD  ATAS-MESA.
       01  ATA-LINHA              PIC X(70).
       77 PCT-MESA        PIC ZZ9.99.
       77 WS-ELEICAO      PIC X(04) VALUES SPACES.
       77 WS-ELEICAO-NOVA PIC X(04) VALUES SPACES.
       77 WS-CADERNO-STATUS PIC XX VALUES SPACES.
       77 WS-INSCRITOS-CADERNO PIC 9(06) VALUES 0.
       77 WS-DESCARREGADOS PIC 9(06) VALUES 0.
       77 WS-DIF-DESCARGAS PIC S9(07) VALUES 0.
       77 WS-DIF-DESCARGAS-S PIC -(6)9.

       77 WS-MAIOR1-VOTOS PIC 9(07) VALUES 0.
       77 WS-MAIOR1-IDX   PIC 9(02) VALUES 0.
               ADD WS-MESA-ELEITORES(WS-MESA-ACHADA)
                   TO WS-ELEITORES-APURADOS
           END-IF.
      * Os boletins contados tem de bater com os votantes
      * descarregados no caderno da mesa; a diferenca nao impede o
      * fecho mas fica no ecra e na ata.
           PERFORM CONTAR-DESCARGAS-MESA.
           IF (WS-INSCRITOS-CADERNO > 0) AND
              (WS-DIF-DESCARGAS NOT = 0) THEN
               DISPLAY "DESCARGAS " WS-DESCARREGADOS " DIF "
                   WS-DIF-DESCARGAS-S "!" AT 0835
           END-IF.
           ADD BRANCOS-MESA TO WS-TOTAL-BRANCOS.
           ADD NULOS-MESA TO WS-TOTAL-NULOS.
           ADD VALIDOS-MESA TO WS-TOTAL-VALIDOS.
           STRING "BOLETINS ENTRADOS: " BOLETINS-MESA
               DELIMITED BY SIZE INTO ATA-LINHA.
           WRITE ATA-LINHA.
           MOVE SPACES TO ATA-LINHA.
           IF (WS-INSCRITOS-CADERNO > 0) THEN
               STRING "DESCARREGADOS NOS CADERNOS: " WS-DESCARREGADOS
                   "  DIFERENCA: " WS-DIF-DESCARGAS-S
                   DELIMITED BY SIZE INTO ATA-LINHA
           ELSE
               MOVE "DESCARREGADOS NOS CADERNOS: MESA SEM CADERNO"
                   TO ATA-LINHA
           END-IF.
           WRITE ATA-LINHA.
           PERFORM VARYING IDX-CAND FROM 1 BY 1
               UNTIL IDX-CAND > WS-NUM-CANDIDATOS
               IF (WS-VOTOS-MESA > 0) THEN
           WRITE ATA-LINHA.
           CLOSE ATAS-MESA.

      * Eleitores inscritos e votantes descarregados no caderno da
      * mesa; a diferenca e boletins contados menos descargas.
       CONTAR-DESCARGAS-MESA.
           MOVE 0 TO WS-INSCRITOS-CADERNO.
           MOVE 0 TO WS-DESCARREGADOS.
           MOVE SPACES TO WS-CADERNO-STATUS.
           OPEN INPUT FICHEIRO-CADERNO.
           IF (WS-CADERNO-STATUS = "00") THEN
               PERFORM UNTIL WS-CADERNO-STATUS = "10"
                   READ FICHEIRO-CADERNO NEXT
                       AT END MOVE "10" TO WS-CADERNO-STATUS
                       NOT AT END
                           IF (ELE-MESA = WS-MESA) THEN
                               ADD 1 TO WS-INSCRITOS-CADERNO
                               IF (ELE-VOTOU = "S") THEN
                                   ADD 1 TO WS-DESCARREGADOS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-CADERNO.
           COMPUTE WS-DIF-DESCARGAS = WS-VOTOS-MESA - WS-DESCARREGADOS.
           MOVE WS-DIF-DESCARGAS TO WS-DIF-DESCARGAS-S.

       VALIDAR-MESA.
           MOVE 0 TO WS-MESA-ACHADA.
           PERFORM VARYING IDX-MESA FROM 1 BY 1
