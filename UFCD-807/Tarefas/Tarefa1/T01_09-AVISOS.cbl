      *          sobretaxa legal aos 60 e a lista de escalada para
      *          execucao aos 90, registando em cada multa qual foi o
      *          ultimo aviso enviado e quando, para nunca repetir a
      *          mesma carta. As multas de radar a aguardar a
      *          identificacao do condutor ficam em espera; depois de
      *          identificado, os avisos vao para o condutor indicado.
      *          Cada carta tem tambem mensagem ao destinatario
      *          (NOTIFICACOES.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY "MULTAS-SELECT.cpy".
           COPY "VEICULOS-SELECT.cpy".
           COPY "IDENTIFICACOES-SELECT.cpy".
           COPY "NOTIFICACOES-SELECT.cpy".
           SELECT AVISOS-MULTAS ASSIGN TO "AVISOS-MULTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCALADA-MULTAS ASSIGN TO "ESCALADA-MULTAS.TXT"
       FILE SECTION.
           COPY "MULTAS-FD.cpy".
           COPY "VEICULOS-FD.cpy".
           COPY "IDENTIFICACOES-FD.cpy".
           COPY "NOTIFICACOES-FD.cpy".

       FD  AVISOS-MULTAS.
       01  AVISO-LINHA            PIC X(70).
       01  ESCALADA-LINHA         PIC X(70).

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       COPY "JORNAL-TAB-MULTAS-WS.cpy".
       77 WS-MULTAS-STATUS       PIC XX VALUES SPACES.
       77 WS-VEICULOS-STATUS     PIC XX VALUES SPACES.
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-AVISOS-3            PIC 9(03) VALUES 0.
       77 WS-FORMAT              PIC Z(6)9.99.
       77 WS-CARGA-TRUNCADA      PIC A VALUES "N".
       COPY "IDENTIFICACOES-WS.cpy".
       77 WS-IDT-PENDENTE        PIC A VALUES "N".
       COPY "NOTIFICACOES-WS.cpy".
       01 TABELA-MULTAS.
           05 MUL-ITEM OCCURS 900 TIMES.
               10 MUL-T-CONDUTOR  PIC X(10).
               10 MUL-T-ORIGEM    PIC X(01).
               10 MUL-T-VALOR-PAGO PIC 9(06)V99.
               10 MUL-T-DATA-PAGA PIC 9(08).
               10 MUL-T-RADAR     PIC X(06).
               10 MUL-T-LOCAL     PIC X(30).
               10 MUL-T-HORA      PIC 9(04).
       01 TABELA-VEICULOS.
           05 VEI-ITEM OCCURS 200 TIMES.
               10 VEI-T-PLACA        PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "T01_09-AVISOS" TO WS-JRN-PROGRAMA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-JULIANO-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-HOJE).
               STOP RUN
           END-IF.
           PERFORM CARREGAR-VEICULOS.
           PERFORM CARREGAR-IDENTIFICACOES.
           DISPLAY "=== AVISOS DE MULTAS POR PAGAR ===".
      * Multa contestada fica com a escalada suspensa ate a decisao
      * do juri; uma reinstalada conta os prazos a partir da data da
               UNTIL IDX-MUL > WS-NUM-MULTAS
               IF (MUL-T-PAGO(IDX-MUL) = "N") AND
                  (MUL-T-CONTESTADA(IDX-MUL) NOT = "S") THEN
                   PERFORM VERIFICAR-IDENTIFICACAO
                   IF (WS-IDT-PENDENTE = "N") THEN
                       PERFORM AVALIAR-MULTA
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM GRAVAR-MULTAS.
               WHEN (WS-DIAS-DIVIDA > 90) AND
                    (MUL-T-ULT-AVISO(IDX-MUL) NOT = "3")
                   PERFORM GERAR-ESCALADA
                   MOVE "MUL-EXECUC" TO WS-NTF-MODELO
                   PERFORM NOTIFICAR-MULTA
                   MOVE "3" TO MUL-T-ULT-AVISO(IDX-MUL)
                   MOVE WS-HOJE TO MUL-T-DATA-AVISO(IDX-MUL)
                   ADD 1 TO WS-AVISOS-3
                    (MUL-T-ULT-AVISO(IDX-MUL) NOT = "2") AND
                    (MUL-T-ULT-AVISO(IDX-MUL) NOT = "3")
                   PERFORM GERAR-INTERPELACAO
                   MOVE "MUL-INTERP" TO WS-NTF-MODELO
                   PERFORM NOTIFICAR-MULTA
                   MOVE "2" TO MUL-T-ULT-AVISO(IDX-MUL)
                   MOVE WS-HOJE TO MUL-T-DATA-AVISO(IDX-MUL)
                   ADD 1 TO WS-AVISOS-2
               WHEN (WS-DIAS-DIVIDA > 30) AND
                    (MUL-T-ULT-AVISO(IDX-MUL) = SPACES)
                   PERFORM GERAR-PRIMEIRO-AVISO
                   MOVE "MUL-AVISO1" TO WS-NTF-MODELO
                   PERFORM NOTIFICAR-MULTA
                   MOVE "1" TO MUL-T-ULT-AVISO(IDX-MUL)
                   MOVE WS-HOJE TO MUL-T-DATA-AVISO(IDX-MUL)
                   ADD 1 TO WS-AVISOS-1
           END-EVALUATE.

      * Multa de radar com a notificacao ao proprietario ainda dentro
      * do prazo de identificacao do condutor: nao se avisa ninguem.
       VERIFICAR-IDENTIFICACAO.
           MOVE 0 TO WS-IDT-ACHADO.
           MOVE "N" TO WS-IDT-PENDENTE.
           IF (MUL-T-ORIGEM(IDX-MUL) = "R") THEN
               MOVE MUL-T-PLACA(IDX-MUL) TO WS-IDT-PESQ-PLACA
               MOVE MUL-T-DATA(IDX-MUL) TO WS-IDT-PESQ-DATA
               PERFORM PROCURAR-IDENTIFICACAO
               IF (WS-IDT-ACHADO > 0) THEN
                   IF (IDT-T-ESTADO(WS-IDT-ACHADO) = "P") THEN
                       MOVE "S" TO WS-IDT-PENDENTE
                   END-IF
               END-IF
           END-IF.

       OBTER-PROPRIETARIO.
           MOVE SPACES TO WS-PROPRIETARIO.
           MOVE SPACES TO WS-MORADA.
                   MOVE VEI-T-MORADA(IDX-VEI) TO WS-MORADA
               END-IF
           END-PERFORM.
           IF (WS-IDT-ACHADO > 0) THEN
               IF (IDT-T-ESTADO(WS-IDT-ACHADO) = "I") THEN
                   MOVE IDT-T-NOME(WS-IDT-ACHADO) TO WS-PROPRIETARIO
                   MOVE IDT-T-MORADA(WS-IDT-ACHADO) TO WS-MORADA
               END-IF
           END-IF.

      * Mensagem que acompanha a carta (modelo ja em WS-NTF-MODELO),
      * para o mesmo destinatario: o cliente e o condutor da carta
      * de conducao ou, sem condutor, o da matricula.
       NOTIFICAR-MULTA.
           MOVE "MUL" TO WS-NTF-NEGOCIO.
           IF (MUL-T-CONDUTOR(IDX-MUL) NOT = SPACES) THEN
               MOVE MUL-T-CONDUTOR(IDX-MUL) TO WS-NTF-CHAVE
           ELSE
               MOVE MUL-T-PLACA(IDX-MUL) TO WS-NTF-CHAVE
           END-IF.
           MOVE WS-PROPRIETARIO TO WS-NTF-NOME.
           MOVE MUL-T-PLACA(IDX-MUL) TO WS-NTF-REFERENCIA.
           MOVE MUL-T-DATA(IDX-MUL) TO WS-NTF-VAR1.
           IF (WS-NTF-MODELO = "MUL-AVISO1") THEN
               MOVE MUL-T-VALOR(IDX-MUL) TO WS-FORMAT
           ELSE
               COMPUTE WS-VALOR-COM-SOBRETAXA =
                   MUL-T-VALOR(IDX-MUL) * (1 + WS-TAXA-SOBRETAXA)
               MOVE WS-VALOR-COM-SOBRETAXA TO WS-FORMAT
           END-IF.
           MOVE WS-FORMAT TO WS-NTF-VAR2.
           MOVE "T01_09-AVISOS" TO WS-NTF-PROGRAMA.
           PERFORM REGISTAR-NOTIFICACAO.

       GERAR-PRIMEIRO-AVISO.
           OPEN EXTEND AVISOS-MULTAS.
               END-PERFORM
               CLOSE FICHEIRO-MULTAS
           END-IF.
           PERFORM FOTOGRAFAR-TAB-MULTAS.

       GRAVAR-MULTAS.
           PERFORM JORNALIZAR-TAB-MULTAS.
           OPEN OUTPUT FICHEIRO-MULTAS.
           PERFORM VARYING IDX-MUL FROM 1 BY 1
               UNTIL IDX-MUL > WS-NUM-MULTAS
               CLOSE FICHEIRO-VEICULOS
           END-IF.

       COPY "IDENTIFICACOES-PROC.cpy".

       COPY "NOTIFICACOES-PROC.cpy".

       COPY "JORNAL-TAB-MULTAS-PROC.cpy".

       END PROGRAM T01_09-AVISOS.
