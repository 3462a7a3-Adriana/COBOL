      *          terminou antes de hoje sem o carro ter sido devolvido,
      *          com a data prevista e os dias de atraso, para o balcao
      *          comecar a contactar o cliente logo de manha.
      *          Os clientes com contrato aberto cujo carro deve ser
      *          devolvido amanha recebem mensagem de lembrete
      *          (NOTIFICACOES.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FROTA-SELECT.cpy".
           COPY "CONTRATOS-SELECT.cpy".
           COPY "NOTIFICACOES-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "FROTA-FD.cpy".
           COPY "CONTRATOS-FD.cpy".
           COPY "NOTIFICACOES-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "JORNAL-WS.cpy".
       77 WS-HOJE                PIC 9(08) VALUES 0.
       77 WS-JULIANO-HOJE        PIC 9(08) VALUES 0.
       77 WS-JULIANO-FIM         PIC 9(08) VALUES 0.
       77 WS-DIAS-ATRASO         PIC 9(03) VALUES 0.
       77 WS-EM-ATRASO           PIC 9(02) VALUES 0.
       COPY "FROTA-WS.cpy".
       77 WS-CONTRATOS-STATUS    PIC XX VALUES SPACES.
       77 WS-CONTRATOS-CTL-STATUS PIC XX VALUES SPACES.
       77 WS-AVISADOS            PIC 9(03) VALUES 0.
       COPY "NOTIFICACOES-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF (WS-EM-ATRASO = 0) THEN
               DISPLAY "NENHUMA DEVOLUCAO EM ATRASO."
           END-IF.
           PERFORM AVISAR-DEVOLUCOES.
           STOP RUN.

      * Lembrete na vespera da devolucao: cada contrato aberto a
      * cliente cujo prazo acaba amanha gera uma mensagem para o
      * titular, com a matricula do carro que tem agora (a de troca,
      * se houve troca) e a data prevista.
       AVISAR-DEVOLUCOES.
           MOVE 0 TO WS-AVISADOS.
           MOVE SPACES TO WS-CONTRATOS-STATUS.
           OPEN INPUT FICHEIRO-CONTRATOS.
           IF (WS-CONTRATOS-STATUS = "00") THEN
               PERFORM UNTIL WS-CONTRATOS-STATUS = "10"
                   READ FICHEIRO-CONTRATOS NEXT
                       AT END MOVE "10" TO WS-CONTRATOS-STATUS
                       NOT AT END
                           IF (CTR-ESTADO = "A") AND
                              (CTR-INTERNO = SPACES) AND
                              (CTR-DIAS-PREVISTOS > 0) THEN
                               COMPUTE WS-JULIANO-FIM =
                                   FUNCTION INTEGER-OF-DATE(
                                   CTR-DATA-INICIO) +
                                   CTR-DIAS-PREVISTOS
                               IF (WS-JULIANO-FIM =
                                   WS-JULIANO-HOJE + 1) THEN
                                   PERFORM NOTIFICAR-DEVOLUCAO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-CONTRATOS.
           DISPLAY "LEMBRETES DE DEVOLUCAO PARA AMANHA: " WS-AVISADOS.

       NOTIFICAR-DEVOLUCAO.
           COMPUTE WS-DATA-PREVISTA =
               FUNCTION DATE-OF-INTEGER(WS-JULIANO-FIM).
           MOVE "ALG" TO WS-NTF-NEGOCIO.
           MOVE "ALG-DEVOL" TO WS-NTF-MODELO.
           MOVE CTR-CARTA TO WS-NTF-CHAVE.
           MOVE CTR-CLIENTE TO WS-NTF-NOME.
           MOVE CTR-NUM TO WS-NTF-REFERENCIA.
           IF (CTR-PLACA2 NOT = SPACES) THEN
               MOVE CTR-PLACA2 TO WS-NTF-VAR1
           ELSE
               MOVE CTR-PLACA TO WS-NTF-VAR1
           END-IF.
           MOVE WS-DATA-PREVISTA TO WS-NTF-VAR2.
           MOVE "T03-ATRASOS" TO WS-NTF-PROGRAMA.
           PERFORM REGISTAR-NOTIFICACAO.
           ADD 1 TO WS-AVISADOS.

       SEMEAR-FROTA.
           DISPLAY "FROTA.DAT VAZIO - NADA A LISTAR.".

       COPY "FROTA-PROC.cpy".

       COPY "NOTIFICACOES-PROC.cpy".

       END PROGRAM T03-ATRASOS.
