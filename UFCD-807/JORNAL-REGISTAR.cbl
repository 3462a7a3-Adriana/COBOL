      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma do jornal de transacoes - acrescenta a
      *          JORNAL.DAT a imagem antes e depois de um registo
      *          mestre (stock, clientes, empregados, frota,
      *          contratos, contas da agua, multas), com a data, a
      *          hora, o programa e o operador da sessao, para o
      *          JORNAL-RECUPERAR poder refazer o trabalho do dia
      *          sobre um backup reposto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JORNAL-REGISTAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "JORNAL-SELECT.cpy".
           COPY "OPERADOR-SESSAO-SELECT.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "JORNAL-FD.cpy".
       COPY "OPERADOR-SESSAO-FD.cpy".

       WORKING-STORAGE SECTION.
       COPY "OPERADOR-SESSAO-WS.cpy".
       77 WS-JORNAL-STATUS       PIC XX VALUES SPACES.
       77 WS-HORA-AGORA          PIC 9(08) VALUES 0.

       LINKAGE SECTION.
       01 LK-JORNAL-PEDIDO.
           05 LK-JRN-PROGRAMA     PIC X(30).
           05 LK-JRN-FICHEIRO     PIC X(20).
           05 LK-JRN-OPERACAO     PIC X(01).
           05 LK-JRN-CHAVE        PIC X(30).
           05 LK-JRN-ANTES        PIC X(250).
           05 LK-JRN-DEPOIS       PIC X(250).
           05 LK-JRN-TAMANHO      PIC 9(04).
           05 LK-JRN-POS-CHAVE    PIC 9(04).
           05 LK-JRN-TAM-CHAVE    PIC 9(04).
           05 LK-JRN-NUM-ANTES    PIC 9(05).
           05 LK-JRN-NUM-DEPOIS   PIC 9(05).

       PROCEDURE DIVISION USING LK-JORNAL-PEDIDO.
       INICIO-JORNAL.
           PERFORM LER-OPERADOR-SESSAO.
           MOVE SPACES TO REG-JORNAL.
           ACCEPT JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-HORA-AGORA TO JRN-HORA.
           MOVE LK-JRN-PROGRAMA TO JRN-PROGRAMA.
           MOVE WS-OPERADOR-ATUAL TO JRN-OPERADOR.
           MOVE LK-JRN-FICHEIRO TO JRN-FICHEIRO.
           MOVE LK-JRN-OPERACAO TO JRN-OPERACAO.
           MOVE LK-JRN-CHAVE TO JRN-CHAVE.
           MOVE LK-JRN-TAMANHO TO JRN-TAMANHO.
      * Uma criacao nao tem imagem anterior e um apagamento nao tem
      * imagem posterior.
           IF (LK-JRN-OPERACAO = "I") THEN
               MOVE SPACES TO JRN-ANTES
           ELSE
               MOVE LK-JRN-ANTES TO JRN-ANTES
           END-IF.
           IF (LK-JRN-OPERACAO = "E") THEN
               MOVE SPACES TO JRN-DEPOIS
           ELSE
               MOVE LK-JRN-DEPOIS TO JRN-DEPOIS
           END-IF.
           MOVE SPACES TO WS-JORNAL-STATUS.
           OPEN EXTEND FICHEIRO-JORNAL.
           IF (WS-JORNAL-STATUS = "35") THEN
               OPEN OUTPUT FICHEIRO-JORNAL
           END-IF.
           WRITE REG-JORNAL.
           CLOSE FICHEIRO-JORNAL.
           GOBACK.

       COPY "OPERADOR-SESSAO-PROC.cpy".

       END PROGRAM JORNAL-REGISTAR.
